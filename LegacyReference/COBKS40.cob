      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Client erasure. A client exercising the right to erasure is
      * removed from everywhere the CLIENT side holds them, not just
      * the CLIENT rows: the keyed files (REVCTLF, HOUSEF, EXTIDF,
      * RELF, SUPPRESF, RMASGNF and the COBDEPON dependent segments
      * on VSAMF) lose their rows outright, and the sequential trails
      * (AUDITF, INCHSTF, the COMMHSTF contact history and the
      * AUDARCF/INCARCF archive generations) are rewritten to new
      * generations without the client, the same way COBDF27 rewrites
      * the DIFS archive chain for an expungement.
      * The privacy office gets one certificate of erasure per
      * request listing what was removed from where.
      *
      * A client with an item still waiting on PENDAPPF for the
      * COBKS19 supervisor is rejected whole to EXCEPF: COBKS19 would
      * post the approved card straight back onto CLIENT, so the
      * request is resubmitted once the item is decided rather than
      * half applied now. A request for a client whose CLIENT rows
      * were already deleted by hand is still processed -- that is
      * exactly the case where the other files are left holding them.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS40.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * ERACARDS is the privacy office's request deck: one card per
      * client, cols 1-9 CLIENT-ID, 10-29 the request reference.
      *-----------------------------------------------------------------
           SELECT ERACARDS ASSIGN TO ERACARDS
                  FILE STATUS IS WS-FS-ERACARDS.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT PENDAPPF ASSIGN TO PENDAPPF
                  FILE STATUS IS WS-FS-PENDAPPF.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT REVCTLF  ASSIGN TO REVCTLF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS RVC-KEY
                  FILE STATUS   IS WS-FS-REVCTLF.

           SELECT HOUSEF   ASSIGN TO HOUSEF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS HH-KEY
                  FILE STATUS   IS WS-FS-HOUSEF.

           SELECT SUPPRESF ASSIGN TO SUPPRESF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SUP-KEY
                  FILE STATUS   IS WS-FS-SUPPRESF.

           SELECT RMASGNF  ASSIGN TO RMASGNF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS RMA-KEY
                  FILE STATUS   IS WS-FS-RMASGNF.

           SELECT EXTIDF   ASSIGN TO EXTIDF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS XID-KEY
                  FILE STATUS   IS WS-FS-EXTIDF.

           SELECT RELF     ASSIGN TO RELF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS REL-KEY
                  FILE STATUS   IS WS-FS-RELF.

           SELECT VSAMF    ASSIGN TO VSAMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS VSAM-KEY
                  FILE STATUS   IS WS-FS-VSAMF.

      *-----------------------------------------------------------------
      * AUDITF, INCHSTF and COMMHSTF are read as they stand and
      * AUDITNEW, INCHNEW and COMMNEW carry them forward without the
      * erased clients; the following IDCAMS step swaps them over the
      * live datasets once this job ends clean, as it does after
      * COBKS25. AUDARCF and INCARCF are the archive chains -- JCL
      * concatenates every generation, oldest first -- and
      * AUDAROUT/INCAROUT are the rewritten chains the same step swaps
      * in over the old generations, as for COBDF27's ARCHOUT.
      *-----------------------------------------------------------------
           SELECT AUDITF   ASSIGN TO AUDITF
                  FILE STATUS IS WS-FS-AUDITF.

           SELECT AUDITNEW ASSIGN TO AUDITNEW
                  FILE STATUS IS WS-FS-AUDITNEW.

           SELECT INCHSTF  ASSIGN TO INCHSTF
                  FILE STATUS IS WS-FS-INCHSTF.

           SELECT INCHNEW  ASSIGN TO INCHNEW
                  FILE STATUS IS WS-FS-INCHNEW.

           SELECT COMMHSTF ASSIGN TO COMMHSTF
                  FILE STATUS IS WS-FS-COMMHSTF.

           SELECT COMMNEW  ASSIGN TO COMMNEW
                  FILE STATUS IS WS-FS-COMMNEW.

           SELECT AUDARCF  ASSIGN TO AUDARCF
                  FILE STATUS IS WS-FS-AUDARCF.

           SELECT AUDAROUT ASSIGN TO AUDAROUT
                  FILE STATUS IS WS-FS-AUDAROUT.

           SELECT INCARCF  ASSIGN TO INCARCF
                  FILE STATUS IS WS-FS-INCARCF.

           SELECT INCAROUT ASSIGN TO INCAROUT
                  FILE STATUS IS WS-FS-INCAROUT.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  ERACARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-ERACARD.
           03  ERC-CLIENT-ID             PIC  9(009).
           03  ERC-REQUEST-REF           PIC  X(020).
           03  FILLER                    PIC  X(051).

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  PENDAPPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       COPY PENDAPPF.

       FD  CLIENT.

       01  REC-CLIENT.
           03  CLIENT-KEY.
            05 CLIENT-ID                 PIC  9(009) COMP.
            05 CLIENT-TYPE               PIC  9(004) COMP.
           03  CLIENT-MAIN               PIC  X(494).
           03  CLIENT-HEADER  REDEFINES  CLIENT-MAIN.
            05 CLIENT-RECORD-COUNT       PIC  9(009) COMP.
            05 FILLER                    PIC  X(490).

       FD  REVCTLF.

       COPY REVCTLF.

       FD  HOUSEF.

       COPY HOUSEF.

       FD  SUPPRESF.

       COPY SUPPRESF.

       FD  RMASGNF.

       COPY RMASGNF.

       FD  EXTIDF.

       COPY EXTIDF.

       FD  RELF.

       COPY RELF.

       FD  VSAMF.

       COPY COBDEPON.

       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

       FD  AUDITNEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       01  REC-AUDIT-NEW                 PIC  X(1018).

       FD  INCHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 039 CHARACTERS.

       COPY INCHSTF.

       FD  INCHNEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 039 CHARACTERS.

       01  REC-INCHST-NEW                PIC  X(039).

       FD  COMMHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY COMMHSTF.

       FD  COMMNEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01  REC-COMM-HIST-NEW             PIC  X(120).

       FD  AUDARCF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       01  REC-AUDIT-ARCHIVE.
           03  AUA-CLIENT-ID             PIC  9(009).
           03  FILLER                    PIC  X(1001).

       FD  AUDAROUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       01  REC-AUDIT-ARCHIVE-OUT         PIC  X(1018).

       FD  INCARCF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 039 CHARACTERS.

       01  REC-INCHST-ARCHIVE.
           03  INA-CLIENT-ID             PIC  9(009).
           03  FILLER                    PIC  X(030).

       FD  INCAROUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 039 CHARACTERS.

       01  REC-INCHST-ARCHIVE-OUT        PIC  X(039).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-ERACARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-PENDAPPF            PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-REVCTLF             PIC X(002) VALUE SPACES.
           05  WS-FS-HOUSEF              PIC X(002) VALUE SPACES.
           05  WS-FS-SUPPRESF            PIC X(002) VALUE SPACES.
           05  WS-FS-RMASGNF             PIC X(002) VALUE SPACES.
           05  WS-FS-EXTIDF              PIC X(002) VALUE SPACES.
           05  WS-FS-RELF                PIC X(002) VALUE SPACES.
           05  WS-FS-VSAMF               PIC X(002) VALUE SPACES.
           05  WS-FS-AUDITF              PIC X(002) VALUE SPACES.
           05  WS-FS-AUDITNEW            PIC X(002) VALUE SPACES.
           05  WS-FS-INCHSTF             PIC X(002) VALUE SPACES.
           05  WS-FS-INCHNEW             PIC X(002) VALUE SPACES.
           05  WS-FS-COMMHSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-COMMNEW             PIC X(002) VALUE SPACES.
           05  WS-FS-AUDARCF             PIC X(002) VALUE SPACES.
           05  WS-FS-AUDAROUT            PIC X(002) VALUE SPACES.
           05  WS-FS-INCARCF             PIC X(002) VALUE SPACES.
           05  WS-FS-INCAROUT            PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-CARDS-READ             PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-HELD                   PIC 9(009) VALUE ZEROS.
           05  WS-ERASED                 PIC 9(009) VALUE ZEROS.
           05  WS-CLIENT-DELETED         PIC 9(009) VALUE ZEROS.
           05  WS-KEYED-DELETED          PIC 9(009) VALUE ZEROS.
           05  WS-SEGMENTS-REMOVED       PIC 9(009) VALUE ZEROS.
           05  WS-SEQ-READ               PIC 9(009) VALUE ZEROS.
           05  WS-SEQ-REMOVED            PIC 9(009) VALUE ZEROS.
           05  WS-SEQ-KEPT               PIC 9(009) VALUE ZEROS.
           05  WS-ERA-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-ERA-FOUND-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-ERA-OTHER-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-ERA-SCAN-IX            PIC 9(003) VALUE ZEROS.
           05  WS-ERA-LOOK-ID            PIC 9(009) VALUE ZEROS.
           05  WS-SEG-IX                 PIC 9(002) VALUE ZEROS.
           05  WS-SCAN-IX                PIC 9(002) VALUE ZEROS.
           05  WS-SEG-DROPPED            PIC 9(002) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * SEG-CNT is the OCCURS DEPENDING ON subject named inside
      * COBDEPON.cpy; it must exist in the program that copies the
      * record. On every read it takes VSAM-REC-CNT so the segment
      * table addresses exactly what the record carries.
      *-----------------------------------------------------------------
       01  SEG-CNT                       PIC 9(002) VALUE ZEROS.

      *-----------------------------------------------------------------
      * The request deck held for every pass and the certificates:
      * per client, the card image (for a late rejection), whether an
      * open approval holds it back, and what each file gave up.
      *-----------------------------------------------------------------
       01  WS-ERA-TABLE.
           05  WS-ERA-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-ERA-ENTRY OCCURS 50 TIMES.
               10  WS-ERA-CLIENT-ID      PIC 9(009).
               10  WS-ERA-REQUEST-REF    PIC X(020).
               10  WS-ERA-CARD           PIC X(080).
               10  WS-ERA-HELD-SW        PIC X(001).
                   88  WS-ERA-HELD           VALUE 'Y'.
               10  WS-ERA-CLI-CNT        PIC 9(007).
               10  WS-ERA-REV-CNT        PIC 9(007).
               10  WS-ERA-HH-CNT         PIC 9(007).
               10  WS-ERA-SUP-CNT        PIC 9(007).
               10  WS-ERA-RMA-CNT        PIC 9(007).
               10  WS-ERA-XID-CNT        PIC 9(007).
               10  WS-ERA-REL-CNT        PIC 9(007).
               10  WS-ERA-DEP-CNT        PIC 9(007).
               10  WS-ERA-AUD-CNT        PIC 9(007).
               10  WS-ERA-INC-CNT        PIC 9(007).
               10  WS-ERA-COM-CNT        PIC 9(007).
               10  WS-ERA-AUA-CNT        PIC 9(007).
               10  WS-ERA-INA-CNT        PIC 9(007).

       01  WS-SWITCHES.
           05  WS-CARDS-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-CARDS-EOF              VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-PENDAPPF-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-PENDAPPF-EOF           VALUE 'Y'.
           05  WS-CLIENT-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-CLIENT-EOF             VALUE 'Y'.
           05  WS-EXTIDF-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-EXTIDF-EOF             VALUE 'Y'.
           05  WS-RELF-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-RELF-EOF               VALUE 'Y'.
           05  WS-VSAMF-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-VSAMF-EOF              VALUE 'Y'.
           05  WS-SEQ-EOF-SW             PIC X(001) VALUE 'N'.
               88  WS-SEQ-EOF                VALUE 'Y'.
           05  WS-REVCTLF-DEF-SW         PIC X(001) VALUE 'N'.
               88  WS-REVCTLF-DEFINED        VALUE 'Y'.
           05  WS-HOUSEF-DEF-SW          PIC X(001) VALUE 'N'.
               88  WS-HOUSEF-DEFINED         VALUE 'Y'.
           05  WS-SUPPRESF-DEF-SW        PIC X(001) VALUE 'N'.
               88  WS-SUPPRESF-DEFINED       VALUE 'Y'.
           05  WS-RMASGNF-DEF-SW         PIC X(001) VALUE 'N'.
               88  WS-RMASGNF-DEFINED        VALUE 'Y'.
           05  WS-EXTIDF-DEF-SW          PIC X(001) VALUE 'N'.
               88  WS-EXTIDF-DEFINED         VALUE 'Y'.
           05  WS-RELF-DEF-SW            PIC X(001) VALUE 'N'.
               88  WS-RELF-DEFINED           VALUE 'Y'.
           05  WS-VSAMF-DEF-SW           PIC X(001) VALUE 'N'.
               88  WS-VSAMF-DEFINED          VALUE 'Y'.

       01  WS-CERT-HEAD-LINE.
           05  FILLER                    PIC X(011) VALUE
               'CLIENT-ID  '.
           05  WS-CHD-CLIENT-ID          PIC 9(009) VALUE ZEROS.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(013) VALUE
               'REQUEST REF  '.
           05  WS-CHD-REQUEST-REF        PIC X(020) VALUE SPACES.

       01  WS-CERT-LINE.
           05  WS-CRT-FILE               PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CRT-DESC               PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CRT-COUNT              PIC Z,ZZZ,ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CRT-ACTION             PIC X(020) VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS40 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT ERACARDS.

           IF WS-FS-ERACARDS NOT EQUAL '00'
              DISPLAY 'OPEN ERACARDS FS:' WS-FS-ERACARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'CERTIFICATE OF ERASURE'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS40 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'FILE      HOLDING'
                                   TO WS-COLUMN-HEADING (1:17)
           MOVE 'RECORDS  ACTION'  TO WS-COLUMN-HEADING (45:15)

           PERFORM P100-LOAD-REQUESTS
           THRU    P100-LOAD-REQUESTS-EXIT

           PERFORM P150-CHECK-PENDING
           THRU    P150-CHECK-PENDING-EXIT

      *-----------------------------------------------------------------
      * The keyed passes only run when there is someone to erase. The
      * sequential rewrites always run, even with nothing to remove,
      * so the swap step that follows always has a complete new
      * generation to put in place.
      *-----------------------------------------------------------------
           IF WS-ERASED EQUAL ZEROS
              DISPLAY 'NO ERASURE REQUESTS TO APPLY.'
           ELSE
              PERFORM P200-ERASE-CLIENT
              THRU    P200-ERASE-CLIENT-EXIT

              PERFORM P250-ERASE-REVIEW
              THRU    P250-ERASE-REVIEW-EXIT

              PERFORM P260-ERASE-HOUSEHOLD
              THRU    P260-ERASE-HOUSEHOLD-EXIT

              PERFORM P270-ERASE-SUPPRESS
              THRU    P270-ERASE-SUPPRESS-EXIT

              PERFORM P280-ERASE-ASSIGNMENT
              THRU    P280-ERASE-ASSIGNMENT-EXIT

              PERFORM P300-ERASE-EXTERNAL-ID
              THRU    P300-ERASE-EXTERNAL-ID-EXIT

              PERFORM P320-ERASE-RELATIONSHIP
              THRU    P320-ERASE-RELATIONSHIP-EXIT

              PERFORM P350-ERASE-DEPENDENTS
              THRU    P350-ERASE-DEPENDENTS-EXIT
           END-IF

           PERFORM P400-REWRITE-AUDIT
           THRU    P400-REWRITE-AUDIT-EXIT

           PERFORM P420-REWRITE-INCHST
           THRU    P420-REWRITE-INCHST-EXIT

           PERFORM P480-REWRITE-COMMHST
           THRU    P480-REWRITE-COMMHST-EXIT

           PERFORM P440-REWRITE-AUDIT-ARCHIVE
           THRU    P440-REWRITE-AUDIT-ARCHIVE-EXIT

           PERFORM P460-REWRITE-INCHST-ARCHIVE
           THRU    P460-REWRITE-INCHST-ARCHIVE-EXIT

           IF WS-ERASED GREATER ZEROS
              PERFORM P600-PRINT-CERTIFICATES
              THRU    P600-PRINT-CERTIFICATES-EXIT
           END-IF

           CLOSE ERACARDS.
           IF WS-FS-ERACARDS NOT EQUAL '00'
              DISPLAY 'CLOSE ERACARDS FS:' WS-FS-ERACARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'REQUESTS READ.....: ' WS-CARDS-READ.
           DISPLAY 'REQUESTS REJECTED.: ' WS-REJECTED.
           DISPLAY 'HELD FOR APPROVAL.: ' WS-HELD.
           DISPLAY 'CLIENTS ERASED....: ' WS-ERASED.
           DISPLAY 'CLIENT ROWS DELETD: ' WS-CLIENT-DELETED.
           DISPLAY 'KEYED ROWS DELETED: ' WS-KEYED-DELETED.
           DISPLAY 'DEPENDENTS REMOVED: ' WS-SEGMENTS-REMOVED.
           DISPLAY 'TRAIL ROWS READ...: ' WS-SEQ-READ.
           DISPLAY 'TRAIL ROWS REMOVED: ' WS-SEQ-REMOVED.
           DISPLAY 'TRAIL ROWS KEPT...: ' WS-SEQ-KEPT.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS40 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The processing date is the CALENDF row flagged current.
      *-----------------------------------------------------------------
       P055-GET-PROCESS-DATE.

           OPEN INPUT CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'OPEN CALENDF FS: ' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P056-READ-CALENDAR
           THRU    P056-READ-CALENDAR-EXIT
              UNTIL WS-CAL-FOUND OR WS-CALENDF-EOF

           CLOSE CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'CLOSE CALENDF FS:' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-CAL-FOUND
              DISPLAY 'NO CURRENT DATE FLAGGED ON CALENDF'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY 'CALENDAR PROCESS DATE...: ' WS-RUN-DATE
           .

       P055-GET-PROCESS-DATE-EXIT.
           EXIT.

       P056-READ-CALENDAR.

           READ CALENDF
             AT END
                MOVE 'Y' TO WS-CALENDF-EOF-SW
             NOT AT END
                IF CAL-CURRENT-DATE
                   MOVE 'Y'      TO WS-CAL-FOUND-SW
                   MOVE CAL-DATE TO WS-RUN-DATE
                END-IF
           END-READ
           .

       P056-READ-CALENDAR-EXIT.
           EXIT.

       P100-LOAD-REQUESTS.

           READ ERACARDS
             AT END
                MOVE 'Y' TO WS-CARDS-EOF-SW
           END-READ

           PERFORM P110-LOAD-ONE-REQUEST
           THRU    P110-LOAD-ONE-REQUEST-EXIT
              UNTIL WS-CARDS-EOF
           .

       P100-LOAD-REQUESTS-EXIT.
           EXIT.

       P110-LOAD-ONE-REQUEST.

           ADD 1 TO WS-CARDS-READ

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-ERACARD TO EXC-INPUT

           EVALUATE TRUE
           WHEN ERC-CLIENT-ID NOT NUMERIC
           WHEN ERC-CLIENT-ID EQUAL ZEROS
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'INVALID CLIENT-ID ON ERASURE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           WHEN OTHER
              MOVE ERC-CLIENT-ID TO WS-ERA-LOOK-ID

              PERFORM P800-FIND-ERASURE
              THRU    P800-FIND-ERASURE-EXIT

              EVALUATE TRUE
              WHEN WS-ERA-FOUND-IDX GREATER ZERO
                 MOVE 'BDUP' TO EXC-REASON-CODE
                 MOVE 'CLIENT ALREADY REQUESTED IN THIS DECK'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              WHEN WS-ERA-CNT NOT LESS 50
                 MOVE 'BMAX' TO EXC-REASON-CODE
                 MOVE 'ERASURE TABLE FULL. RESUBMIT NEXT RUN'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              WHEN OTHER
                 ADD 1 TO WS-ERA-CNT
                          WS-ERASED
                 INITIALIZE WS-ERA-ENTRY (WS-ERA-CNT)
                 MOVE ERC-CLIENT-ID
                   TO WS-ERA-CLIENT-ID   (WS-ERA-CNT)
                 MOVE ERC-REQUEST-REF
                   TO WS-ERA-REQUEST-REF (WS-ERA-CNT)
                 MOVE REC-ERACARD
                   TO WS-ERA-CARD        (WS-ERA-CNT)
                 MOVE 'N'
                   TO WS-ERA-HELD-SW     (WS-ERA-CNT)
              END-EVALUATE
           END-EVALUATE

           READ ERACARDS
             AT END
                MOVE 'Y' TO WS-CARDS-EOF-SW
           END-READ
           .

       P110-LOAD-ONE-REQUEST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Every row on the current PENDAPPF generation is an item the
      * supervisor has not decided yet. A requested client with one
      * is held back whole and rejected, so PENDAPPF itself never
      * carries an erased client forward.
      *-----------------------------------------------------------------
       P150-CHECK-PENDING.

           OPEN INPUT PENDAPPF.

           IF WS-FS-PENDAPPF NOT EQUAL '00'
              DISPLAY 'OPEN PENDAPPF FS:' WS-FS-PENDAPPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P160-CHECK-ONE-PENDING
           THRU    P160-CHECK-ONE-PENDING-EXIT
              UNTIL WS-PENDAPPF-EOF

           CLOSE PENDAPPF.
           IF WS-FS-PENDAPPF NOT EQUAL '00'
              DISPLAY 'CLOSE PENDAPPF FS:' WS-FS-PENDAPPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P150-CHECK-PENDING-EXIT.
           EXIT.

       P160-CHECK-ONE-PENDING.

           READ PENDAPPF
             AT END
                MOVE 'Y' TO WS-PENDAPPF-EOF-SW
             NOT AT END
                MOVE PA-CLIENT-ID TO WS-ERA-LOOK-ID

                PERFORM P800-FIND-ERASURE
                THRU    P800-FIND-ERASURE-EXIT

                IF WS-ERA-FOUND-IDX GREATER ZERO
                   MOVE 'Y' TO WS-ERA-HELD-SW (WS-ERA-FOUND-IDX)

                   MOVE SPACES TO EXC-INPUT
                   MOVE WS-ERA-CARD (WS-ERA-FOUND-IDX)
                     TO EXC-INPUT
                   MOVE 'BPND' TO EXC-REASON-CODE
                   MOVE 'OPEN INCOME APPROVAL ON PENDAPPF'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT

                   ADD 1 TO WS-HELD
                   SUBTRACT 1 FROM WS-ERASED
                END-IF
           END-READ
           .

       P160-CHECK-ONE-PENDING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLIENT pass: every row under the client's id, whatever its
      * type, is physically deleted, and the header's
      * CLIENT-RECORD-COUNT settled, as COBKS13 and COBKS47 do.
      *-----------------------------------------------------------------
       P200-ERASE-CLIENT.

           OPEN I-O CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE ZEROS TO WS-ERA-IX

           PERFORM P210-ERASE-ONE-CLIENT
           THRU    P210-ERASE-ONE-CLIENT-EXIT
              UNTIL WS-ERA-IX NOT LESS WS-ERA-CNT

           IF WS-CLIENT-DELETED GREATER ZERO
              PERFORM P230-ADJUST-HEADER
              THRU    P230-ADJUST-HEADER-EXIT
           END-IF

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P200-ERASE-CLIENT-EXIT.
           EXIT.

       P210-ERASE-ONE-CLIENT.

           ADD 1 TO WS-ERA-IX

           IF NOT WS-ERA-HELD (WS-ERA-IX)
              MOVE 'N'                          TO WS-CLIENT-EOF-SW
              MOVE WS-ERA-CLIENT-ID (WS-ERA-IX) TO CLIENT-ID
              MOVE ZEROS                        TO CLIENT-TYPE

              START CLIENT KEY IS NOT LESS THAN CLIENT-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-CLIENT-EOF-SW
              END-START

              PERFORM P220-DELETE-NEXT-CLIENT
              THRU    P220-DELETE-NEXT-CLIENT-EXIT
                 UNTIL WS-CLIENT-EOF
           END-IF
           .

       P210-ERASE-ONE-CLIENT-EXIT.
           EXIT.

       P220-DELETE-NEXT-CLIENT.

           READ CLIENT NEXT RECORD
             AT END
                MOVE 'Y' TO WS-CLIENT-EOF-SW
             NOT AT END
                IF CLIENT-ID NOT EQUAL WS-ERA-CLIENT-ID (WS-ERA-IX)
                   MOVE 'Y' TO WS-CLIENT-EOF-SW
                ELSE
                   DELETE CLIENT
                   END-DELETE

                   IF WS-FS-CLIENT NOT EQUAL '00'
                      DISPLAY 'DELETE CLIENT FS:' WS-FS-CLIENT
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-ERA-CLI-CNT (WS-ERA-IX)
                            WS-CLIENT-DELETED
                END-IF
           END-READ
           .

       P220-DELETE-NEXT-CLIENT-EXIT.
           EXIT.

       P230-ADJUST-HEADER.

           MOVE ZEROS TO CLIENT-ID
                         CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                DISPLAY 'CLIENT HEADER NOT FOUND.'
                PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-READ

           SUBTRACT WS-CLIENT-DELETED FROM CLIENT-RECORD-COUNT

           REWRITE REC-CLIENT
           END-REWRITE

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'REWRITE CLIENT FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P230-ADJUST-HEADER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The keyed side files hold at most one row per client, keyed
      * by the CLIENT-ID itself. A region that has not defined one of
      * them has nothing there to erase.
      *-----------------------------------------------------------------
       P250-ERASE-REVIEW.

           OPEN I-O REVCTLF.

           EVALUATE TRUE
           WHEN WS-FS-REVCTLF EQUAL '00'
              MOVE 'Y'   TO WS-REVCTLF-DEF-SW
              MOVE ZEROS TO WS-ERA-IX

              PERFORM P255-ERASE-ONE-REVIEW
              THRU    P255-ERASE-ONE-REVIEW-EXIT
                 UNTIL WS-ERA-IX NOT LESS WS-ERA-CNT

              CLOSE REVCTLF

              IF WS-FS-REVCTLF NOT EQUAL '00'
                 DISPLAY 'CLOSE REVCTLF FS:' WS-FS-REVCTLF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-REVCTLF EQUAL '35'
              DISPLAY 'REVCTLF NOT DEFINED. NOTHING TO ERASE.'
           WHEN OTHER
              DISPLAY 'OPEN REVCTLF FS: ' WS-FS-REVCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P250-ERASE-REVIEW-EXIT.
           EXIT.

       P255-ERASE-ONE-REVIEW.

           ADD 1 TO WS-ERA-IX

           IF NOT WS-ERA-HELD (WS-ERA-IX)
              MOVE WS-ERA-CLIENT-ID (WS-ERA-IX) TO RVC-CLIENT-ID

              DELETE REVCTLF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WS-ERA-REV-CNT (WS-ERA-IX)
                            WS-KEYED-DELETED
              END-DELETE
           END-IF
           .

       P255-ERASE-ONE-REVIEW-EXIT.
           EXIT.

       P260-ERASE-HOUSEHOLD.

           OPEN I-O HOUSEF.

           EVALUATE TRUE
           WHEN WS-FS-HOUSEF EQUAL '00'
              MOVE 'Y'   TO WS-HOUSEF-DEF-SW
              MOVE ZEROS TO WS-ERA-IX

              PERFORM P265-ERASE-ONE-HOUSEHOLD
              THRU    P265-ERASE-ONE-HOUSEHOLD-EXIT
                 UNTIL WS-ERA-IX NOT LESS WS-ERA-CNT

              CLOSE HOUSEF

              IF WS-FS-HOUSEF NOT EQUAL '00'
                 DISPLAY 'CLOSE HOUSEF FS: ' WS-FS-HOUSEF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-HOUSEF EQUAL '35'
              DISPLAY 'HOUSEF NOT DEFINED. NOTHING TO ERASE.'
           WHEN OTHER
              DISPLAY 'OPEN HOUSEF  FS: ' WS-FS-HOUSEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P260-ERASE-HOUSEHOLD-EXIT.
           EXIT.

       P265-ERASE-ONE-HOUSEHOLD.

           ADD 1 TO WS-ERA-IX

           IF NOT WS-ERA-HELD (WS-ERA-IX)
              MOVE WS-ERA-CLIENT-ID (WS-ERA-IX) TO HH-CLIENT-ID

              DELETE HOUSEF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WS-ERA-HH-CNT (WS-ERA-IX)
                            WS-KEYED-DELETED
              END-DELETE
           END-IF
           .

       P265-ERASE-ONE-HOUSEHOLD-EXIT.
           EXIT.

       P270-ERASE-SUPPRESS.

           OPEN I-O SUPPRESF.

           EVALUATE TRUE
           WHEN WS-FS-SUPPRESF EQUAL '00'
              MOVE 'Y'   TO WS-SUPPRESF-DEF-SW
              MOVE ZEROS TO WS-ERA-IX

              PERFORM P275-ERASE-ONE-SUPPRESS
              THRU    P275-ERASE-ONE-SUPPRESS-EXIT
                 UNTIL WS-ERA-IX NOT LESS WS-ERA-CNT

              CLOSE SUPPRESF

              IF WS-FS-SUPPRESF NOT EQUAL '00'
                 DISPLAY 'CLOSE SUPPRESF FS:' WS-FS-SUPPRESF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-SUPPRESF EQUAL '35'
              DISPLAY 'SUPPRESF NOT DEFINED. NOTHING TO ERASE.'
           WHEN OTHER
              DISPLAY 'OPEN SUPPRESF FS:' WS-FS-SUPPRESF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P270-ERASE-SUPPRESS-EXIT.
           EXIT.

       P275-ERASE-ONE-SUPPRESS.

           ADD 1 TO WS-ERA-IX

           IF NOT WS-ERA-HELD (WS-ERA-IX)
              MOVE WS-ERA-CLIENT-ID (WS-ERA-IX) TO SUP-CLIENT-ID

              DELETE SUPPRESF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WS-ERA-SUP-CNT (WS-ERA-IX)
                            WS-KEYED-DELETED
              END-DELETE
           END-IF
           .

       P275-ERASE-ONE-SUPPRESS-EXIT.
           EXIT.

       P280-ERASE-ASSIGNMENT.

           OPEN I-O RMASGNF.

           EVALUATE TRUE
           WHEN WS-FS-RMASGNF EQUAL '00'
              MOVE 'Y'   TO WS-RMASGNF-DEF-SW
              MOVE ZEROS TO WS-ERA-IX

              PERFORM P285-ERASE-ONE-ASSIGNMENT
              THRU    P285-ERASE-ONE-ASSIGNMENT-EXIT
                 UNTIL WS-ERA-IX NOT LESS WS-ERA-CNT

              CLOSE RMASGNF

              IF WS-FS-RMASGNF NOT EQUAL '00'
                 DISPLAY 'CLOSE RMASGNF FS:' WS-FS-RMASGNF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-RMASGNF EQUAL '35'
              DISPLAY 'RMASGNF NOT DEFINED. NOTHING TO ERASE.'
           WHEN OTHER
              DISPLAY 'OPEN RMASGNF FS: ' WS-FS-RMASGNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P280-ERASE-ASSIGNMENT-EXIT.
           EXIT.

       P285-ERASE-ONE-ASSIGNMENT.

           ADD 1 TO WS-ERA-IX

           IF NOT WS-ERA-HELD (WS-ERA-IX)
              MOVE WS-ERA-CLIENT-ID (WS-ERA-IX) TO RMA-CLIENT-ID

              DELETE RMASGNF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WS-ERA-RMA-CNT (WS-ERA-IX)
                            WS-KEYED-DELETED
              END-DELETE
           END-IF
           .

       P285-ERASE-ONE-ASSIGNMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXTIDF is keyed by the sending system's native id, so the
      * whole file is walked and every mapping onto an erased client
      * is deleted. A feed's enrollment marker maps to no client and
      * is never touched.
      *-----------------------------------------------------------------
       P300-ERASE-EXTERNAL-ID.

           OPEN I-O EXTIDF.

           EVALUATE TRUE
           WHEN WS-FS-EXTIDF EQUAL '00'
              MOVE 'Y'        TO WS-EXTIDF-DEF-SW
              MOVE LOW-VALUES TO XID-KEY

              START EXTIDF KEY IS NOT LESS THAN XID-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-EXTIDF-EOF-SW
              END-START

              PERFORM P310-SIFT-NEXT-XID
              THRU    P310-SIFT-NEXT-XID-EXIT
                 UNTIL WS-EXTIDF-EOF

              CLOSE EXTIDF

              IF WS-FS-EXTIDF NOT EQUAL '00'
                 DISPLAY 'CLOSE EXTIDF FS: ' WS-FS-EXTIDF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-EXTIDF EQUAL '35'
              DISPLAY 'EXTIDF NOT DEFINED. NOTHING TO ERASE.'
           WHEN OTHER
              DISPLAY 'OPEN EXTIDF  FS: ' WS-FS-EXTIDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P300-ERASE-EXTERNAL-ID-EXIT.
           EXIT.

       P310-SIFT-NEXT-XID.

           READ EXTIDF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EXTIDF-EOF-SW
             NOT AT END
                MOVE XID-CLIENT-ID TO WS-ERA-LOOK-ID

                PERFORM P800-FIND-ERASURE
                THRU    P800-FIND-ERASURE-EXIT

                IF WS-ERA-FOUND-IDX GREATER ZERO
                   AND XID-NATIVE-ID NOT EQUAL ZEROS
                   DELETE EXTIDF
                   END-DELETE

                   IF WS-FS-EXTIDF NOT EQUAL '00'
                      DISPLAY 'DELETE EXTIDF FS:' WS-FS-EXTIDF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-ERA-XID-CNT (WS-ERA-FOUND-IDX)
                            WS-KEYED-DELETED
                END-IF
           END-READ
           .

       P310-SIFT-NEXT-XID-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELF is keyed by the role holder, so the whole file is walked
      * and a relationship goes if either party is being erased. One
      * between two erased clients counts on both certificates.
      *-----------------------------------------------------------------
       P320-ERASE-RELATIONSHIP.

           OPEN I-O RELF.

           EVALUATE TRUE
           WHEN WS-FS-RELF EQUAL '00'
              MOVE 'Y'        TO WS-RELF-DEF-SW
              MOVE LOW-VALUES TO REL-KEY

              START RELF KEY IS NOT LESS THAN REL-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-RELF-EOF-SW
              END-START

              PERFORM P325-SIFT-NEXT-REL
              THRU    P325-SIFT-NEXT-REL-EXIT
                 UNTIL WS-RELF-EOF

              CLOSE RELF

              IF WS-FS-RELF NOT EQUAL '00'
                 DISPLAY 'CLOSE RELF   FS: ' WS-FS-RELF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-RELF EQUAL '35'
              DISPLAY 'RELF NOT DEFINED. NOTHING TO ERASE.'
           WHEN OTHER
              DISPLAY 'OPEN RELF    FS: ' WS-FS-RELF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P320-ERASE-RELATIONSHIP-EXIT.
           EXIT.

       P325-SIFT-NEXT-REL.

           READ RELF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-RELF-EOF-SW
             NOT AT END
                MOVE REL-OTHER-ID     TO WS-ERA-LOOK-ID

                PERFORM P800-FIND-ERASURE
                THRU    P800-FIND-ERASURE-EXIT

                MOVE WS-ERA-FOUND-IDX TO WS-ERA-OTHER-IDX
                MOVE REL-CLIENT-ID    TO WS-ERA-LOOK-ID

                PERFORM P800-FIND-ERASURE
                THRU    P800-FIND-ERASURE-EXIT

                IF WS-ERA-FOUND-IDX GREATER ZERO
                   OR WS-ERA-OTHER-IDX GREATER ZERO
                   DELETE RELF
                   END-DELETE

                   IF WS-FS-RELF NOT EQUAL '00'
                      DISPLAY 'DELETE RELF  FS: ' WS-FS-RELF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-KEYED-DELETED
                END-IF

                IF WS-ERA-FOUND-IDX GREATER ZERO
                   ADD 1 TO WS-ERA-REL-CNT (WS-ERA-FOUND-IDX)
                END-IF

                IF WS-ERA-OTHER-IDX GREATER ZERO
                   ADD 1 TO WS-ERA-REL-CNT (WS-ERA-OTHER-IDX)
                END-IF
           END-READ
           .

       P325-SIFT-NEXT-REL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COBDEPON's dependent segments carry the client's id in
      * REC-NO. Each record is walked and the erased clients'
      * segments are closed up the way COBDEPON's own delete does;
      * a record left with no segments is removed whole.
      *-----------------------------------------------------------------
       P350-ERASE-DEPENDENTS.

           OPEN I-O VSAMF.

           EVALUATE TRUE
           WHEN WS-FS-VSAMF EQUAL '00'
              MOVE 'Y'        TO WS-VSAMF-DEF-SW
              MOVE LOW-VALUES TO VSAM-KEY

              START VSAMF KEY IS NOT LESS THAN VSAM-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-VSAMF-EOF-SW
              END-START

              PERFORM P360-SIFT-NEXT-DEPENDENT
              THRU    P360-SIFT-NEXT-DEPENDENT-EXIT
                 UNTIL WS-VSAMF-EOF

              CLOSE VSAMF

              IF WS-FS-VSAMF NOT EQUAL '00'
                 DISPLAY 'CLOSE VSAMF  FS: ' WS-FS-VSAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-VSAMF EQUAL '35'
              DISPLAY 'VSAMF NOT DEFINED. NOTHING TO ERASE.'
           WHEN OTHER
              DISPLAY 'OPEN VSAMF   FS: ' WS-FS-VSAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P350-ERASE-DEPENDENTS-EXIT.
           EXIT.

       P360-SIFT-NEXT-DEPENDENT.

           READ VSAMF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-VSAMF-EOF-SW
             NOT AT END
                MOVE VSAM-REC-CNT TO SEG-CNT
                MOVE ZEROS        TO WS-SEG-DROPPED
                MOVE 1            TO WS-SEG-IX

                PERFORM P370-CHECK-SEGMENT
                THRU    P370-CHECK-SEGMENT-EXIT
                   UNTIL WS-SEG-IX GREATER SEG-CNT

                IF WS-SEG-DROPPED GREATER ZERO
                   PERFORM P380-STORE-DEPENDENT
                   THRU    P380-STORE-DEPENDENT-EXIT
                END-IF
           END-READ
           .

       P360-SIFT-NEXT-DEPENDENT-EXIT.
           EXIT.

       P370-CHECK-SEGMENT.

           MOVE ZEROS TO WS-ERA-FOUND-IDX

           IF REC-NO (WS-SEG-IX) NUMERIC
              MOVE REC-NO (WS-SEG-IX) TO WS-ERA-LOOK-ID

              PERFORM P800-FIND-ERASURE
              THRU    P800-FIND-ERASURE-EXIT
           END-IF

           IF WS-ERA-FOUND-IDX GREATER ZERO
              ADD 1 TO WS-ERA-DEP-CNT (WS-ERA-FOUND-IDX)
                       WS-SEGMENTS-REMOVED
                       WS-SEG-DROPPED

              MOVE WS-SEG-IX TO WS-SCAN-IX

              PERFORM P375-SHIFT-LEFT
              THRU    P375-SHIFT-LEFT-EXIT
                 UNTIL WS-SCAN-IX NOT LESS SEG-CNT

              SUBTRACT 1 FROM SEG-CNT
           ELSE
              ADD 1 TO WS-SEG-IX
           END-IF
           .

       P370-CHECK-SEGMENT-EXIT.
           EXIT.

       P375-SHIFT-LEFT.

           MOVE REC-NO     (WS-SCAN-IX + 1) TO REC-NO     (WS-SCAN-IX)
           MOVE LAST-NAME  (WS-SCAN-IX + 1) TO LAST-NAME  (WS-SCAN-IX)
           MOVE FIRST-NAME (WS-SCAN-IX + 1) TO FIRST-NAME (WS-SCAN-IX)
           MOVE STATE      (WS-SCAN-IX + 1) TO STATE      (WS-SCAN-IX)

           ADD 1 TO WS-SCAN-IX
           .

       P375-SHIFT-LEFT-EXIT.
           EXIT.

       P380-STORE-DEPENDENT.

           IF SEG-CNT EQUAL ZERO
              DELETE VSAMF
              END-DELETE

              IF WS-FS-VSAMF NOT EQUAL '00'
                 DISPLAY 'DELETE VSAMF FS: ' WS-FS-VSAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           ELSE
              MOVE SEG-CNT TO VSAM-REC-CNT

              REWRITE VSAM-RECORD
              END-REWRITE

              IF WS-FS-VSAMF NOT EQUAL '00'
                 DISPLAY 'WRITE VSAMF FS:  ' WS-FS-VSAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P380-STORE-DEPENDENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Sequential trails: each file copies through to its new
      * generation except the erased clients' rows, which are
      * counted for the certificate and not written.
      *-----------------------------------------------------------------
       P400-REWRITE-AUDIT.

           OPEN INPUT AUDITF.

           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'OPEN AUDITF  FS: ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT AUDITNEW.

           IF WS-FS-AUDITNEW NOT EQUAL '00'
              DISPLAY 'OPEN AUDITNEW FS:' WS-FS-AUDITNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-SEQ-EOF-SW

           PERFORM P410-SIFT-NEXT-AUDIT
           THRU    P410-SIFT-NEXT-AUDIT-EXIT
              UNTIL WS-SEQ-EOF

           CLOSE AUDITF AUDITNEW.

           IF WS-FS-AUDITF NOT EQUAL '00'
              OR WS-FS-AUDITNEW NOT EQUAL '00'
              DISPLAY 'CLOSE AUDIT   FS:' WS-FS-AUDITF ' '
                       WS-FS-AUDITNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P400-REWRITE-AUDIT-EXIT.
           EXIT.

       P410-SIFT-NEXT-AUDIT.

           READ AUDITF
             AT END
                MOVE 'Y' TO WS-SEQ-EOF-SW
             NOT AT END
                ADD 1 TO WS-SEQ-READ

                MOVE AUD-CLIENT-ID TO WS-ERA-LOOK-ID

                PERFORM P800-FIND-ERASURE
                THRU    P800-FIND-ERASURE-EXIT

                IF WS-ERA-FOUND-IDX GREATER ZERO
                   ADD 1 TO WS-ERA-AUD-CNT (WS-ERA-FOUND-IDX)
                            WS-SEQ-REMOVED
                ELSE
                   MOVE REC-AUDIT TO REC-AUDIT-NEW

                   WRITE REC-AUDIT-NEW
                   END-WRITE

                   IF WS-FS-AUDITNEW NOT EQUAL '00'
                      DISPLAY 'WRITE AUDITNEW FS:' WS-FS-AUDITNEW
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-SEQ-KEPT
                END-IF
           END-READ
           .

       P410-SIFT-NEXT-AUDIT-EXIT.
           EXIT.

       P420-REWRITE-INCHST.

           OPEN INPUT INCHSTF.

           IF WS-FS-INCHSTF NOT EQUAL '00'
              DISPLAY 'OPEN INCHSTF FS: ' WS-FS-INCHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT INCHNEW.

           IF WS-FS-INCHNEW NOT EQUAL '00'
              DISPLAY 'OPEN INCHNEW FS: ' WS-FS-INCHNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-SEQ-EOF-SW

           PERFORM P430-SIFT-NEXT-INCHST
           THRU    P430-SIFT-NEXT-INCHST-EXIT
              UNTIL WS-SEQ-EOF

           CLOSE INCHSTF INCHNEW.

           IF WS-FS-INCHSTF NOT EQUAL '00'
              OR WS-FS-INCHNEW NOT EQUAL '00'
              DISPLAY 'CLOSE INCHST  FS:' WS-FS-INCHSTF ' '
                       WS-FS-INCHNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P420-REWRITE-INCHST-EXIT.
           EXIT.

       P430-SIFT-NEXT-INCHST.

           READ INCHSTF
             AT END
                MOVE 'Y' TO WS-SEQ-EOF-SW
             NOT AT END
                ADD 1 TO WS-SEQ-READ

                MOVE IH-CLIENT-ID TO WS-ERA-LOOK-ID

                PERFORM P800-FIND-ERASURE
                THRU    P800-FIND-ERASURE-EXIT

                IF WS-ERA-FOUND-IDX GREATER ZERO
                   ADD 1 TO WS-ERA-INC-CNT (WS-ERA-FOUND-IDX)
                            WS-SEQ-REMOVED
                ELSE
                   MOVE REC-INCOME-HIST TO REC-INCHST-NEW

                   WRITE REC-INCHST-NEW
                   END-WRITE

                   IF WS-FS-INCHNEW NOT EQUAL '00'
                      DISPLAY 'WRITE INCHNEW FS:' WS-FS-INCHNEW
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-SEQ-KEPT
                END-IF
           END-READ
           .

       P430-SIFT-NEXT-INCHST-EXIT.
           EXIT.

       P440-REWRITE-AUDIT-ARCHIVE.

           OPEN INPUT AUDARCF.

           IF WS-FS-AUDARCF NOT EQUAL '00'
              DISPLAY 'OPEN AUDARCF FS: ' WS-FS-AUDARCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT AUDAROUT.

           IF WS-FS-AUDAROUT NOT EQUAL '00'
              DISPLAY 'OPEN AUDAROUT FS:' WS-FS-AUDAROUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-SEQ-EOF-SW

           PERFORM P450-SIFT-NEXT-AUDIT-ARC
           THRU    P450-SIFT-NEXT-AUDIT-ARC-EXIT
              UNTIL WS-SEQ-EOF

           CLOSE AUDARCF AUDAROUT.

           IF WS-FS-AUDARCF NOT EQUAL '00'
              OR WS-FS-AUDAROUT NOT EQUAL '00'
              DISPLAY 'CLOSE AUDARC  FS:' WS-FS-AUDARCF ' '
                       WS-FS-AUDAROUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P440-REWRITE-AUDIT-ARCHIVE-EXIT.
           EXIT.

       P450-SIFT-NEXT-AUDIT-ARC.

           READ AUDARCF
             AT END
                MOVE 'Y' TO WS-SEQ-EOF-SW
             NOT AT END
                ADD 1 TO WS-SEQ-READ

                MOVE AUA-CLIENT-ID TO WS-ERA-LOOK-ID

                PERFORM P800-FIND-ERASURE
                THRU    P800-FIND-ERASURE-EXIT

                IF WS-ERA-FOUND-IDX GREATER ZERO
                   ADD 1 TO WS-ERA-AUA-CNT (WS-ERA-FOUND-IDX)
                            WS-SEQ-REMOVED
                ELSE
                   MOVE REC-AUDIT-ARCHIVE TO REC-AUDIT-ARCHIVE-OUT

                   WRITE REC-AUDIT-ARCHIVE-OUT
                   END-WRITE

                   IF WS-FS-AUDAROUT NOT EQUAL '00'
                      DISPLAY 'WRITE AUDAROUT FS:' WS-FS-AUDAROUT
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-SEQ-KEPT
                END-IF
           END-READ
           .

       P450-SIFT-NEXT-AUDIT-ARC-EXIT.
           EXIT.

       P460-REWRITE-INCHST-ARCHIVE.

           OPEN INPUT INCARCF.

           IF WS-FS-INCARCF NOT EQUAL '00'
              DISPLAY 'OPEN INCARCF FS: ' WS-FS-INCARCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT INCAROUT.

           IF WS-FS-INCAROUT NOT EQUAL '00'
              DISPLAY 'OPEN INCAROUT FS:' WS-FS-INCAROUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-SEQ-EOF-SW

           PERFORM P470-SIFT-NEXT-INCHST-ARC
           THRU    P470-SIFT-NEXT-INCHST-ARC-EXIT
              UNTIL WS-SEQ-EOF

           CLOSE INCARCF INCAROUT.

           IF WS-FS-INCARCF NOT EQUAL '00'
              OR WS-FS-INCAROUT NOT EQUAL '00'
              DISPLAY 'CLOSE INCARC  FS:' WS-FS-INCARCF ' '
                       WS-FS-INCAROUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P460-REWRITE-INCHST-ARCHIVE-EXIT.
           EXIT.

       P470-SIFT-NEXT-INCHST-ARC.

           READ INCARCF
             AT END
                MOVE 'Y' TO WS-SEQ-EOF-SW
             NOT AT END
                ADD 1 TO WS-SEQ-READ

                MOVE INA-CLIENT-ID TO WS-ERA-LOOK-ID

                PERFORM P800-FIND-ERASURE
                THRU    P800-FIND-ERASURE-EXIT

                IF WS-ERA-FOUND-IDX GREATER ZERO
                   ADD 1 TO WS-ERA-INA-CNT (WS-ERA-FOUND-IDX)
                            WS-SEQ-REMOVED
                ELSE
                   MOVE REC-INCHST-ARCHIVE TO REC-INCHST-ARCHIVE-OUT

                   WRITE REC-INCHST-ARCHIVE-OUT
                   END-WRITE

                   IF WS-FS-INCAROUT NOT EQUAL '00'
                      DISPLAY 'WRITE INCAROUT FS:' WS-FS-INCAROUT
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-SEQ-KEPT
                END-IF
           END-READ
           .

       P470-SIFT-NEXT-INCHST-ARC-EXIT.
           EXIT.

       P480-REWRITE-COMMHST.

           OPEN INPUT COMMHSTF.

           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'OPEN COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT COMMNEW.

           IF WS-FS-COMMNEW NOT EQUAL '00'
              DISPLAY 'OPEN COMMNEW FS: ' WS-FS-COMMNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-SEQ-EOF-SW

           PERFORM P490-SIFT-NEXT-COMMHST
           THRU    P490-SIFT-NEXT-COMMHST-EXIT
              UNTIL WS-SEQ-EOF

           CLOSE COMMHSTF COMMNEW.

           IF WS-FS-COMMHSTF NOT EQUAL '00'
              OR WS-FS-COMMNEW NOT EQUAL '00'
              DISPLAY 'CLOSE COMMHST FS:' WS-FS-COMMHSTF ' '
                       WS-FS-COMMNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P480-REWRITE-COMMHST-EXIT.
           EXIT.

       P490-SIFT-NEXT-COMMHST.

           READ COMMHSTF
             AT END
                MOVE 'Y' TO WS-SEQ-EOF-SW
             NOT AT END
                ADD 1 TO WS-SEQ-READ

                MOVE CH-CLIENT-ID TO WS-ERA-LOOK-ID

                PERFORM P800-FIND-ERASURE
                THRU    P800-FIND-ERASURE-EXIT

                IF WS-ERA-FOUND-IDX GREATER ZERO
                   ADD 1 TO WS-ERA-COM-CNT (WS-ERA-FOUND-IDX)
                            WS-SEQ-REMOVED
                ELSE
                   MOVE REC-COMM-HIST TO REC-COMM-HIST-NEW

                   WRITE REC-COMM-HIST-NEW
                   END-WRITE

                   IF WS-FS-COMMNEW NOT EQUAL '00'
                      DISPLAY 'WRITE COMMNEW FS:' WS-FS-COMMNEW
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-SEQ-KEPT
                END-IF
           END-READ
           .

       P490-SIFT-NEXT-COMMHST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One certificate per erased client, each on its own page: the
      * request, a line per file with what it gave up, and the
      * certification wording with a signature block for the privacy
      * office's file.
      *-----------------------------------------------------------------
       P600-PRINT-CERTIFICATES.

           MOVE ZEROS TO WS-ERA-IX

           PERFORM P610-PRINT-ONE-CERTIFICATE
           THRU    P610-PRINT-ONE-CERTIFICATE-EXIT
              UNTIL WS-ERA-IX NOT LESS WS-ERA-CNT
           .

       P600-PRINT-CERTIFICATES-EXIT.
           EXIT.

       P610-PRINT-ONE-CERTIFICATE.

           ADD 1 TO WS-ERA-IX

           IF NOT WS-ERA-HELD (WS-ERA-IX)
              MOVE WS-RPT-PAGE-MAX TO WS-RPT-LINE-CTR

              MOVE WS-ERA-CLIENT-ID   (WS-ERA-IX) TO WS-CHD-CLIENT-ID
              MOVE WS-ERA-REQUEST-REF (WS-ERA-IX) TO WS-CHD-REQUEST-REF
              MOVE WS-CERT-HEAD-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE SPACES TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              PERFORM P620-PRINT-KEYED-LINES
              THRU    P620-PRINT-KEYED-LINES-EXIT

              PERFORM P630-PRINT-TRAIL-LINES
              THRU    P630-PRINT-TRAIL-LINES-EXIT

              PERFORM P640-PRINT-SIGNATURE
              THRU    P640-PRINT-SIGNATURE-EXIT
           END-IF
           .

       P610-PRINT-ONE-CERTIFICATE-EXIT.
           EXIT.

       P620-PRINT-KEYED-LINES.

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'CLIENT'                      TO WS-CRT-FILE
           MOVE 'CLIENT MASTER ROWS'          TO WS-CRT-DESC
           MOVE WS-ERA-CLI-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           MOVE 'DELETED'                     TO WS-CRT-ACTION
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'REVCTLF'                     TO WS-CRT-FILE
           MOVE 'REVIEW CONTROL ROW'          TO WS-CRT-DESC
           MOVE WS-ERA-REV-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           IF WS-REVCTLF-DEFINED
              MOVE 'DELETED'                  TO WS-CRT-ACTION
           ELSE
              MOVE 'FILE NOT DEFINED'         TO WS-CRT-ACTION
           END-IF
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'HOUSEF'                      TO WS-CRT-FILE
           MOVE 'HOUSEHOLD LINK'              TO WS-CRT-DESC
           MOVE WS-ERA-HH-CNT (WS-ERA-IX)     TO WS-CRT-COUNT
           IF WS-HOUSEF-DEFINED
              MOVE 'DELETED'                  TO WS-CRT-ACTION
           ELSE
              MOVE 'FILE NOT DEFINED'         TO WS-CRT-ACTION
           END-IF
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'SUPPRESF'                    TO WS-CRT-FILE
           MOVE 'DO-NOT-CONTACT ROW'          TO WS-CRT-DESC
           MOVE WS-ERA-SUP-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           IF WS-SUPPRESF-DEFINED
              MOVE 'DELETED'                  TO WS-CRT-ACTION
           ELSE
              MOVE 'FILE NOT DEFINED'         TO WS-CRT-ACTION
           END-IF
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'RMASGNF'                     TO WS-CRT-FILE
           MOVE 'SERVICE ASSIGNMENT ROW'      TO WS-CRT-DESC
           MOVE WS-ERA-RMA-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           IF WS-RMASGNF-DEFINED
              MOVE 'DELETED'                  TO WS-CRT-ACTION
           ELSE
              MOVE 'FILE NOT DEFINED'         TO WS-CRT-ACTION
           END-IF
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'EXTIDF'                      TO WS-CRT-FILE
           MOVE 'EXTERNAL-ID MAPPINGS'        TO WS-CRT-DESC
           MOVE WS-ERA-XID-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           IF WS-EXTIDF-DEFINED
              MOVE 'DELETED'                  TO WS-CRT-ACTION
           ELSE
              MOVE 'FILE NOT DEFINED'         TO WS-CRT-ACTION
           END-IF
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'RELF'                        TO WS-CRT-FILE
           MOVE 'CLIENT RELATIONSHIPS'        TO WS-CRT-DESC
           MOVE WS-ERA-REL-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           IF WS-RELF-DEFINED
              MOVE 'DELETED'                  TO WS-CRT-ACTION
           ELSE
              MOVE 'FILE NOT DEFINED'         TO WS-CRT-ACTION
           END-IF
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'VSAMF'                       TO WS-CRT-FILE
           MOVE 'COBDEPON DEPENDENT SEGMENTS' TO WS-CRT-DESC
           MOVE WS-ERA-DEP-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           IF WS-VSAMF-DEFINED
              MOVE 'REMOVED'                  TO WS-CRT-ACTION
           ELSE
              MOVE 'FILE NOT DEFINED'         TO WS-CRT-ACTION
           END-IF
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'PENDAPPF'                    TO WS-CRT-FILE
           MOVE 'PENDING INCOME APPROVALS'    TO WS-CRT-DESC
           MOVE ZEROS                         TO WS-CRT-COUNT
           MOVE 'NONE OPEN'                   TO WS-CRT-ACTION
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT
           .

       P620-PRINT-KEYED-LINES-EXIT.
           EXIT.

       P630-PRINT-TRAIL-LINES.

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'INCHSTF'                     TO WS-CRT-FILE
           MOVE 'INCOME HISTORY'              TO WS-CRT-DESC
           MOVE WS-ERA-INC-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           MOVE 'DROPPED ON REWRITE'          TO WS-CRT-ACTION
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'COMMHSTF'                    TO WS-CRT-FILE
           MOVE 'CONTACT HISTORY'             TO WS-CRT-DESC
           MOVE WS-ERA-COM-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           MOVE 'DROPPED ON REWRITE'          TO WS-CRT-ACTION
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'AUDITF'                      TO WS-CRT-FILE
           MOVE 'AUDIT TRAIL'                 TO WS-CRT-DESC
           MOVE WS-ERA-AUD-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           MOVE 'DROPPED ON REWRITE'          TO WS-CRT-ACTION
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'INCARCF'                     TO WS-CRT-FILE
           MOVE 'INCOME HISTORY ARCHIVE'      TO WS-CRT-DESC
           MOVE WS-ERA-INA-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           MOVE 'DROPPED ON REWRITE'          TO WS-CRT-ACTION
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT

           MOVE SPACES                        TO WS-CERT-LINE
           MOVE 'AUDARCF'                     TO WS-CRT-FILE
           MOVE 'AUDIT TRAIL ARCHIVE'         TO WS-CRT-DESC
           MOVE WS-ERA-AUA-CNT (WS-ERA-IX)    TO WS-CRT-COUNT
           MOVE 'DROPPED ON REWRITE'          TO WS-CRT-ACTION
           PERFORM P690-WRITE-CERT-LINE
           THRU    P690-WRITE-CERT-LINE-EXIT
           .

       P630-PRINT-TRAIL-LINES-EXIT.
           EXIT.

       P640-PRINT-SIGNATURE.

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'I CERTIFY THAT THE CLIENT NAMED ABOVE WAS ERASED'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'FROM EVERY FILE LISTED, INCLUDING ALL ARCHIVE'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'GENERATIONS, AT THE REQUEST OF THE CLIENT.'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'SIGNED ______________________  DATE ____________'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'TITLE  ______________________'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P640-PRINT-SIGNATURE-EXIT.
           EXIT.

       P690-WRITE-CERT-LINE.

           MOVE WS-CERT-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P690-WRITE-CERT-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Finds WS-ERA-LOOK-ID among the requests still to be applied;
      * a request held back for an open approval never matches.
      *-----------------------------------------------------------------
       P800-FIND-ERASURE.

           MOVE ZEROS TO WS-ERA-FOUND-IDX
                         WS-ERA-SCAN-IX

           PERFORM P810-SCAN-ERASURE THRU P810-SCAN-ERASURE-EXIT
              UNTIL WS-ERA-SCAN-IX NOT LESS WS-ERA-CNT
                 OR WS-ERA-FOUND-IDX GREATER ZERO
           .

       P800-FIND-ERASURE-EXIT.
           EXIT.

       P810-SCAN-ERASURE.

           ADD 1 TO WS-ERA-SCAN-IX

           IF WS-ERA-CLIENT-ID (WS-ERA-SCAN-IX) EQUAL WS-ERA-LOOK-ID
              AND NOT WS-ERA-HELD (WS-ERA-SCAN-IX)
              MOVE WS-ERA-SCAN-IX TO WS-ERA-FOUND-IDX
           END-IF
           .

       P810-SCAN-ERASURE-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF FS:  ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-REJECTED
           .

       P900-WRITE-EXCEPTION-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
