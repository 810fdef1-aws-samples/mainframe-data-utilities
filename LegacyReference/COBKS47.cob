      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Client merge/delete cascade. Runs after COBKS13 and COBKS05 on
      * the same night and works every CASCADF event they handed over
      * through the other client-side files, so nothing is left
      * pointing at an id that is no longer a client:
      *
      *   MERGE   the folded id's references are repointed to the
      *           surviving id -- REVCTLF, HOUSEF and SUPPRESF rows,
      *           EXTIDF mappings, RELF relationships, the COBDEPON
      *           dependent segments on VSAMF and PENDAPPF items. The
      *           survivor's own row wins where it already holds one
      *           (as COBKS13 does for CLIENT), and the folded id's
      *           row is retired.
      *   DELETE  a client COBKS05 has taken off CLIENT entirely has
      *           every one of those references retired, together
      *           with the type-6 risk row COBDF23 and the type-7
      *           status row COBKS34 keep under the id.
      *           A delete that leaves any other CLIENT row standing
      *           only removed one type and is not cascaded.
      *
      * A merge into a client folded again tonight is followed to the
      * final survivor; one into a client deleted tonight retires. Each
      * reference touched is written to AUDITF (see AUDITF.cpy) and
      * REPORTF lists what moved, grouped by surviving CLIENT-ID, then
      * the deleted clients.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS47.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * CASCADF is the night's events: JCL concatenates the COBKS13
      * and COBKS05 generations written tonight.
      *-----------------------------------------------------------------
           SELECT CASCADF  ASSIGN TO CASCADF
                  FILE STATUS IS WS-FS-CASCADF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

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
      * PENDAPPF is read as it stands and PENDNEW carries it forward
      * with the merged items repointed and the deleted clients'
      * items dropped; the following IDCAMS step swaps it over the
      * live dataset once this job ends clean, as after COBKS40.
      *-----------------------------------------------------------------
           SELECT PENDAPPF ASSIGN TO PENDAPPF
                  FILE STATUS IS WS-FS-PENDAPPF.

           SELECT PENDNEW  ASSIGN TO PENDNEW
                  FILE STATUS IS WS-FS-PENDNEW.

           SELECT AUDITF   ASSIGN TO AUDITF
                  FILE STATUS IS WS-FS-AUDITF.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  CASCADF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CASCADF.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

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

       FD  EXTIDF.

       COPY EXTIDF.

       FD  RELF.

       COPY RELF.

       FD  VSAMF.

       COPY COBDEPON.

       FD  PENDAPPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       COPY PENDAPPF.

       FD  PENDNEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01  REC-PEND-NEW                  PIC  X(140).

       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

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
           05  WS-FS-CASCADF             PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-REVCTLF             PIC X(002) VALUE SPACES.
           05  WS-FS-HOUSEF              PIC X(002) VALUE SPACES.
           05  WS-FS-SUPPRESF            PIC X(002) VALUE SPACES.
           05  WS-FS-EXTIDF              PIC X(002) VALUE SPACES.
           05  WS-FS-RELF                PIC X(002) VALUE SPACES.
           05  WS-FS-VSAMF               PIC X(002) VALUE SPACES.
           05  WS-FS-PENDAPPF            PIC X(002) VALUE SPACES.
           05  WS-FS-PENDNEW             PIC X(002) VALUE SPACES.
           05  WS-FS-AUDITF              PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-EVENTS-READ            PIC 9(009) VALUE ZEROS.
           05  WS-DUPLICATES             PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-MERGES                 PIC 9(009) VALUE ZEROS.
           05  WS-DELETES                PIC 9(009) VALUE ZEROS.
           05  WS-KEPT                   PIC 9(009) VALUE ZEROS.
           05  WS-REPOINTED              PIC 9(009) VALUE ZEROS.
           05  WS-RETIRED                PIC 9(009) VALUE ZEROS.
           05  WS-RISK-DROPPED           PIC 9(009) VALUE ZEROS.
           05  WS-STATUS-DROPPED         PIC 9(009) VALUE ZEROS.
           05  WS-RETIRE-TYPE            PIC 9(001) VALUE ZEROS.
           05  WS-PEND-READ              PIC 9(009) VALUE ZEROS.
           05  WS-CAS-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-CAS-JX                 PIC 9(003) VALUE ZEROS.
           05  WS-CAS-FOUND-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-CAS-OTHER-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-CAS-SCAN-IX            PIC 9(003) VALUE ZEROS.
           05  WS-CAS-LOOK-ID            PIC 9(009) VALUE ZEROS.
           05  WS-CHAIN-CTR              PIC 9(003) VALUE ZEROS.
           05  WS-NEW-HOLDER-ID          PIC 9(009) VALUE ZEROS.
           05  WS-NEW-OTHER-ID           PIC 9(009) VALUE ZEROS.
           05  WS-SEG-IX                 PIC 9(002) VALUE ZEROS.
           05  WS-SCAN-IX                PIC 9(002) VALUE ZEROS.
           05  WS-SEG-FOUND-IX           PIC 9(002) VALUE ZEROS.
           05  WS-SEG-CHANGED            PIC 9(002) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * SEG-CNT is the OCCURS DEPENDING ON subject named inside
      * COBDEPON.cpy; it must exist in the program that copies the
      * record. On every read it takes VSAM-REC-CNT so the segment
      * table addresses exactly what the record carries.
      *-----------------------------------------------------------------
       01  SEG-CNT                       PIC 9(002) VALUE ZEROS.

      *-----------------------------------------------------------------
      * The night's events, one per id that stopped being a client.
      * WS-CAS-NEW-ID is the final survivor once chains are followed
      * (zeros for a delete); a delete that left CLIENT rows standing
      * is marked kept and never matched by the file passes. Counts
      * per file: references repointed (RPT) and retired (RET).
      *-----------------------------------------------------------------
       01  WS-CAS-TABLE.
           05  WS-CAS-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-CAS-ENTRY OCCURS 500 TIMES.
               10  WS-CAS-OLD-ID         PIC 9(009).
               10  WS-CAS-NEW-ID         PIC 9(009).
               10  WS-CAS-EVENT          PIC X(001).
                   88  WS-CAS-MERGE          VALUE 'M'.
                   88  WS-CAS-DELETE         VALUE 'D'.
               10  WS-CAS-STATUS-SW      PIC X(001).
                   88  WS-CAS-APPLY          VALUE 'A'.
                   88  WS-CAS-KEPT           VALUE 'K'.
               10  WS-CAS-PRINTED-SW     PIC X(001).
                   88  WS-CAS-PRINTED        VALUE 'Y'.
               10  WS-CAS-CLI-RET        PIC 9(005).
               10  WS-CAS-STA-RET        PIC 9(005).
               10  WS-CAS-REV-RPT        PIC 9(005).
               10  WS-CAS-REV-RET        PIC 9(005).
               10  WS-CAS-HH-RPT         PIC 9(005).
               10  WS-CAS-HH-RET         PIC 9(005).
               10  WS-CAS-SUP-RPT        PIC 9(005).
               10  WS-CAS-SUP-RET        PIC 9(005).
               10  WS-CAS-XID-RPT        PIC 9(005).
               10  WS-CAS-XID-RET        PIC 9(005).
               10  WS-CAS-REL-RPT        PIC 9(005).
               10  WS-CAS-REL-RET        PIC 9(005).
               10  WS-CAS-DEP-RPT        PIC 9(005).
               10  WS-CAS-DEP-RET        PIC 9(005).
               10  WS-CAS-PND-RPT        PIC 9(005).
               10  WS-CAS-PND-RET        PIC 9(005).

      *-----------------------------------------------------------------
      * One reference's audit row in the making (see AUDITF.cpy).
      *-----------------------------------------------------------------
       01  WS-REF-AUDIT.
           05  WS-REF-CLIENT-ID          PIC 9(009) VALUE ZEROS.
           05  WS-REF-ACTION             PIC X(001) VALUE SPACES.
           05  WS-REF-FILE               PIC X(008) VALUE SPACES.
           05  WS-REF-BEFORE             PIC X(486) VALUE SPACES.
           05  WS-REF-AFTER              PIC X(486) VALUE SPACES.

      *-----------------------------------------------------------------
      * A dependent segment is audited with the key of the VSAMF
      * record it sits in.
      *-----------------------------------------------------------------
       01  WS-SEG-IMAGE.
           05  WS-SEG-KEY                PIC X(004) VALUE SPACES.
           05  WS-SEG-DATA               PIC X(041) VALUE SPACES.

       01  WS-SAVE-HOUSEHOLD             PIC X(040) VALUE SPACES.
       01  WS-SAVE-SUPPRESS              PIC X(040) VALUE SPACES.
       01  WS-SAVE-REVIEW                PIC X(060) VALUE SPACES.
       01  WS-SAVE-RELATIONSHIP          PIC X(060) VALUE SPACES.
       01  WS-SAVE-CLIENT-ROW            PIC X(494) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CASCADF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CASCADF-EOF            VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-CLIENT-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-CLIENT-EOF             VALUE 'Y'.
           05  WS-EXTIDF-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-EXTIDF-EOF             VALUE 'Y'.
           05  WS-RELF-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-RELF-EOF               VALUE 'Y'.
           05  WS-VSAMF-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-VSAMF-EOF              VALUE 'Y'.
           05  WS-PENDAPPF-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-PENDAPPF-EOF           VALUE 'Y'.
           05  WS-STILL-ON-FILE-SW       PIC X(001) VALUE 'N'.
               88  WS-STILL-ON-FILE          VALUE 'Y'.
           05  WS-CHAIN-DONE-SW          PIC X(001) VALUE 'N'.
               88  WS-CHAIN-DONE             VALUE 'Y'.
           05  WS-SURVIVOR-HELD-SW       PIC X(001) VALUE 'N'.
               88  WS-SURVIVOR-HELD          VALUE 'Y'.
           05  WS-ANY-LINE-SW            PIC X(001) VALUE 'N'.
               88  WS-ANY-LINE               VALUE 'Y'.

       01  WS-SURVIVOR-LINE.
           05  FILLER                    PIC X(020) VALUE
               'SURVIVING CLIENT-ID '.
           05  WS-SRV-CLIENT-ID          PIC 9(009) VALUE ZEROS.

       01  WS-EVENT-LINE.
           05  WS-EVL-LABEL              PIC X(020) VALUE SPACES.
           05  WS-EVL-CLIENT-ID          PIC 9(009) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EVL-TEXT               PIC X(040) VALUE SPACES.

       01  WS-CASCADE-LINE.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSC-FILE               PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSC-DESC               PIC X(028) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSC-REPOINTED          PIC Z,ZZZ,ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-CSC-RETIRED            PIC Z,ZZZ,ZZ9 VALUE SPACES.

       01  WS-CSC-RPT-WORK               PIC 9(005) VALUE ZEROS.
       01  WS-CSC-RET-WORK               PIC 9(005) VALUE ZEROS.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(024) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS47 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

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

      *-----------------------------------------------------------------
      * AUDITF is opened EXTEND: the cascade's rows follow the
      * COBKS13 and COBKS05 rows for the same night on the one trail.
      *-----------------------------------------------------------------
           OPEN EXTEND AUDITF.

           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'OPEN AUDITF   FS:' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'CLIENT MERGE/DELETE CASCADE'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS47 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'FILE      HOLDING'
                                   TO WS-COLUMN-HEADING (3:17)
           MOVE 'REPOINTED'        TO WS-COLUMN-HEADING (43:9)
           MOVE 'RETIRED'          TO WS-COLUMN-HEADING (58:7)

           PERFORM P100-LOAD-EVENTS
           THRU    P100-LOAD-EVENTS-EXIT

      *-----------------------------------------------------------------
      * The file passes only run when there is something to cascade.
      * The PENDAPPF carry-forward always runs, even with nothing to
      * change, so the swap step that follows always has a complete
      * new generation to put in place.
      *-----------------------------------------------------------------
           IF WS-CAS-CNT EQUAL ZEROS
              DISPLAY 'NO MERGES OR DELETES TO CASCADE.'
           ELSE
              PERFORM P200-CHECK-CLIENT
              THRU    P200-CHECK-CLIENT-EXIT

              PERFORM P150-RESOLVE-CHAINS
              THRU    P150-RESOLVE-CHAINS-EXIT

              PERFORM P250-CASCADE-REVIEW
              THRU    P250-CASCADE-REVIEW-EXIT

              PERFORM P260-CASCADE-HOUSEHOLD
              THRU    P260-CASCADE-HOUSEHOLD-EXIT

              PERFORM P270-CASCADE-SUPPRESS
              THRU    P270-CASCADE-SUPPRESS-EXIT

              PERFORM P300-CASCADE-EXTERNAL-ID
              THRU    P300-CASCADE-EXTERNAL-ID-EXIT

              PERFORM P320-CASCADE-RELATIONSHIP
              THRU    P320-CASCADE-RELATIONSHIP-EXIT

              PERFORM P350-CASCADE-DEPENDENTS
              THRU    P350-CASCADE-DEPENDENTS-EXIT
           END-IF

           PERFORM P400-REWRITE-PENDING
           THRU    P400-REWRITE-PENDING-EXIT

           PERFORM P600-PRINT-REPORT
           THRU    P600-PRINT-REPORT-EXIT

           CLOSE AUDITF.
           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'CLOSE AUDITF  FS:' WS-FS-AUDITF
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
           DISPLAY 'EVENTS READ.......: ' WS-EVENTS-READ.
           DISPLAY 'EVENTS REJECTED...: ' WS-REJECTED.
           DISPLAY 'DUPLICATE EVENTS..: ' WS-DUPLICATES.
           DISPLAY 'MERGES CASCADED...: ' WS-MERGES.
           DISPLAY 'DELETES CASCADED..: ' WS-DELETES.
           DISPLAY 'DELETES NOT NEEDED: ' WS-KEPT.
           DISPLAY 'REFS REPOINTED....: ' WS-REPOINTED.
           DISPLAY 'REFS RETIRED......: ' WS-RETIRED.
           DISPLAY 'RISK ROWS DROPPED.: ' WS-RISK-DROPPED.
           DISPLAY 'STATUS ROWS DROP..: ' WS-STATUS-DROPPED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS47 FINISHED'.

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

      *-----------------------------------------------------------------
      * Each id is cascaded once. COBKS05 hands over one delete per
      * CLIENT-TYPE removed, and a restarted load repeats the events
      * after its checkpoint, so a second event for an id already
      * held is counted and passed over.
      *-----------------------------------------------------------------
       P100-LOAD-EVENTS.

           OPEN INPUT CASCADF.

           IF WS-FS-CASCADF NOT EQUAL '00'
              DISPLAY 'OPEN CASCADF FS: ' WS-FS-CASCADF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           READ CASCADF
             AT END
                MOVE 'Y' TO WS-CASCADF-EOF-SW
           END-READ

           PERFORM P110-LOAD-ONE-EVENT
           THRU    P110-LOAD-ONE-EVENT-EXIT
              UNTIL WS-CASCADF-EOF

           CLOSE CASCADF.
           IF WS-FS-CASCADF NOT EQUAL '00'
              DISPLAY 'CLOSE CASCADF FS:' WS-FS-CASCADF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-LOAD-EVENTS-EXIT.
           EXIT.

       P110-LOAD-ONE-EVENT.

           ADD 1 TO WS-EVENTS-READ

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-CASCADE TO EXC-INPUT

           EVALUATE TRUE
           WHEN CAS-OLD-ID NOT NUMERIC
           WHEN CAS-OLD-ID EQUAL ZEROS
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'INVALID CLIENT-ID ON CASCADE EVENT'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           WHEN NOT CAS-MERGE AND NOT CAS-DELETE
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED CAS-EVENT ON CASCADE EVENT'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           WHEN CAS-MERGE
            AND (CAS-NEW-ID NOT NUMERIC
              OR CAS-NEW-ID EQUAL ZEROS
              OR CAS-NEW-ID EQUAL CAS-OLD-ID)
              MOVE 'BSAM' TO EXC-REASON-CODE
              MOVE 'NO USABLE SURVIVOR ID ON MERGE EVENT'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           WHEN OTHER
              MOVE CAS-OLD-ID TO WS-CAS-LOOK-ID

              PERFORM P810-FIND-ANY-EVENT
              THRU    P810-FIND-ANY-EVENT-EXIT

              EVALUATE TRUE
              WHEN WS-CAS-FOUND-IDX GREATER ZERO
                 ADD 1 TO WS-DUPLICATES
              WHEN WS-CAS-CNT NOT LESS 500
                 MOVE 'BMAX' TO EXC-REASON-CODE
                 MOVE 'CASCADE TABLE FULL. RERUN FOR REMAINDER'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              WHEN OTHER
                 ADD 1 TO WS-CAS-CNT
                 INITIALIZE WS-CAS-ENTRY (WS-CAS-CNT)
                 MOVE CAS-OLD-ID  TO WS-CAS-OLD-ID    (WS-CAS-CNT)
                 MOVE CAS-EVENT   TO WS-CAS-EVENT     (WS-CAS-CNT)
                 MOVE 'A'         TO WS-CAS-STATUS-SW (WS-CAS-CNT)
                 MOVE 'N'         TO WS-CAS-PRINTED-SW (WS-CAS-CNT)

                 IF CAS-MERGE
                    MOVE CAS-NEW-ID TO WS-CAS-NEW-ID  (WS-CAS-CNT)
                 ELSE
                    MOVE ZEROS      TO WS-CAS-NEW-ID  (WS-CAS-CNT)
                 END-IF
              END-EVALUATE
           END-EVALUATE

           READ CASCADF
             AT END
                MOVE 'Y' TO WS-CASCADF-EOF-SW
           END-READ
           .

       P110-LOAD-ONE-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A survivor folded again later in the night passes its
      * references on: each merge is followed through the table to
      * the id that finally survives. A chain that ends at a client
      * deleted tonight has no survivor left, and its references are
      * retired like the delete's own.
      *-----------------------------------------------------------------
       P150-RESOLVE-CHAINS.

           MOVE ZEROS TO WS-CAS-IX

           PERFORM P155-RESOLVE-ONE
           THRU    P155-RESOLVE-ONE-EXIT
              UNTIL WS-CAS-IX NOT LESS WS-CAS-CNT
           .

       P150-RESOLVE-CHAINS-EXIT.
           EXIT.

       P155-RESOLVE-ONE.

           ADD 1 TO WS-CAS-IX

           IF WS-CAS-MERGE (WS-CAS-IX)
              MOVE WS-CAS-NEW-ID (WS-CAS-IX) TO WS-CAS-LOOK-ID
              MOVE ZEROS                     TO WS-CHAIN-CTR
              MOVE 'N'                       TO WS-CHAIN-DONE-SW

              PERFORM P156-FOLLOW-CHAIN
              THRU    P156-FOLLOW-CHAIN-EXIT
                 UNTIL WS-CHAIN-DONE
                    OR WS-CHAIN-CTR NOT LESS WS-CAS-CNT

              IF WS-CAS-MERGE (WS-CAS-IX)
                 MOVE WS-CAS-LOOK-ID TO WS-CAS-NEW-ID (WS-CAS-IX)
              END-IF
           END-IF

           IF WS-CAS-APPLY (WS-CAS-IX)
              IF WS-CAS-MERGE (WS-CAS-IX)
                 ADD 1 TO WS-MERGES
              ELSE
                 ADD 1 TO WS-DELETES
              END-IF
           END-IF
           .

       P155-RESOLVE-ONE-EXIT.
           EXIT.

       P156-FOLLOW-CHAIN.

           ADD 1 TO WS-CHAIN-CTR

           PERFORM P800-FIND-EVENT
           THRU    P800-FIND-EVENT-EXIT

           EVALUATE TRUE
           WHEN WS-CAS-FOUND-IDX EQUAL ZERO
              MOVE 'Y' TO WS-CHAIN-DONE-SW
           WHEN WS-CAS-DELETE (WS-CAS-FOUND-IDX)
              MOVE 'D'   TO WS-CAS-EVENT  (WS-CAS-IX)
              MOVE ZEROS TO WS-CAS-NEW-ID (WS-CAS-IX)
              MOVE 'Y'   TO WS-CHAIN-DONE-SW
           WHEN OTHER
              MOVE WS-CAS-NEW-ID (WS-CAS-FOUND-IDX) TO WS-CAS-LOOK-ID
           END-EVALUATE
           .

       P156-FOLLOW-CHAIN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLIENT pass. A delete event only cascades when the client is
      * gone: any row left under the id other than COBDF23's type-6
      * risk row or COBKS34's type-7 status row means COBKS05 removed
      * one type and the client stays. For a client that is gone, the
      * type-6 and type-7 rows are deleted and audited like any other
      * CLIENT delete, and the header's
      * CLIENT-RECORD-COUNT settled, as COBKS13 does.
      *-----------------------------------------------------------------
       P200-CHECK-CLIENT.

           OPEN I-O CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE ZEROS TO WS-CAS-IX

           PERFORM P210-CHECK-ONE-DELETE
           THRU    P210-CHECK-ONE-DELETE-EXIT
              UNTIL WS-CAS-IX NOT LESS WS-CAS-CNT

           IF WS-RISK-DROPPED   GREATER ZERO
              OR WS-STATUS-DROPPED GREATER ZERO
              PERFORM P230-ADJUST-HEADER
              THRU    P230-ADJUST-HEADER-EXIT
           END-IF

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P200-CHECK-CLIENT-EXIT.
           EXIT.

       P210-CHECK-ONE-DELETE.

           ADD 1 TO WS-CAS-IX

           IF WS-CAS-DELETE (WS-CAS-IX)
              MOVE 'N'                       TO WS-CLIENT-EOF-SW
                                                WS-STILL-ON-FILE-SW
              MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO CLIENT-ID
              MOVE ZEROS                     TO CLIENT-TYPE

              START CLIENT KEY IS NOT LESS THAN CLIENT-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-CLIENT-EOF-SW
              END-START

              PERFORM P215-SCAN-CLIENT-ROW
              THRU    P215-SCAN-CLIENT-ROW-EXIT
                 UNTIL WS-CLIENT-EOF

              IF WS-STILL-ON-FILE
                 MOVE 'K' TO WS-CAS-STATUS-SW (WS-CAS-IX)
                 ADD 1 TO WS-KEPT
              ELSE
                 MOVE 6 TO WS-RETIRE-TYPE
                 PERFORM P220-RETIRE-CLIENT-ROW
                 THRU    P220-RETIRE-CLIENT-ROW-EXIT

                 MOVE 7 TO WS-RETIRE-TYPE
                 PERFORM P220-RETIRE-CLIENT-ROW
                 THRU    P220-RETIRE-CLIENT-ROW-EXIT
              END-IF
           END-IF
           .

       P210-CHECK-ONE-DELETE-EXIT.
           EXIT.

       P215-SCAN-CLIENT-ROW.

           READ CLIENT NEXT RECORD
             AT END
                MOVE 'Y' TO WS-CLIENT-EOF-SW
             NOT AT END
                IF CLIENT-ID NOT EQUAL WS-CAS-OLD-ID (WS-CAS-IX)
                   MOVE 'Y' TO WS-CLIENT-EOF-SW
                ELSE
                   IF CLIENT-TYPE NOT EQUAL 6
                      AND CLIENT-TYPE NOT EQUAL 7
                      MOVE 'Y' TO WS-STILL-ON-FILE-SW
                                  WS-CLIENT-EOF-SW
                   END-IF
                END-IF
           END-READ
           .

       P215-SCAN-CLIENT-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Retires the WS-RETIRE-TYPE row (6 risk, 7 status) left under a
      * client that is otherwise gone.
      *-----------------------------------------------------------------
       P220-RETIRE-CLIENT-ROW.

           MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO CLIENT-ID
           MOVE WS-RETIRE-TYPE            TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE CLIENT-MAIN TO WS-SAVE-CLIENT-ROW

                DELETE CLIENT
                END-DELETE

                IF WS-FS-CLIENT NOT EQUAL '00'
                   DISPLAY 'DELETE CLIENT FS:' WS-FS-CLIENT
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                IF WS-RETIRE-TYPE EQUAL 6
                   ADD 1 TO WS-CAS-CLI-RET (WS-CAS-IX)
                            WS-RISK-DROPPED
                ELSE
                   ADD 1 TO WS-CAS-STA-RET (WS-CAS-IX)
                            WS-STATUS-DROPPED
                END-IF

                ADD 1 TO WS-RETIRED

                MOVE SPACES                TO REC-AUDIT
                MOVE CLIENT-ID             TO AUD-CLIENT-ID
                MOVE CLIENT-TYPE           TO AUD-CLIENT-TYPE
                MOVE 'D'                   TO AUD-ACTION
                MOVE WS-SAVE-CLIENT-ROW    TO AUD-BEFORE-IMAGE
                MOVE SPACES                TO AUD-AFTER-IMAGE
                MOVE WS-RUN-DATE           TO AUD-BUSINESS-DATE

                WRITE REC-AUDIT
                END-WRITE

                IF WS-FS-AUDITF NOT EQUAL '00'
                   DISPLAY 'WRITE AUDITF FS:  ' WS-FS-AUDITF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF
           END-READ
           .

       P220-RETIRE-CLIENT-ROW-EXIT.
           EXIT.

       P230-ADJUST-HEADER.

           MOVE ZEROS TO CLIENT-ID
                         CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                DISPLAY 'CLIENT HEADER NOT FOUND.'
                PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-READ

           SUBTRACT WS-RISK-DROPPED
                    WS-STATUS-DROPPED FROM CLIENT-RECORD-COUNT

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
      * by the CLIENT-ID itself. A merge moves the folded id's row to
      * the survivor unless the survivor already holds one, in which
      * case the survivor's stands and the folded id's is retired; a
      * delete retires the row. A region that has not defined one of
      * them has nothing there to cascade.
      *-----------------------------------------------------------------
       P250-CASCADE-REVIEW.

           OPEN I-O REVCTLF.

           EVALUATE TRUE
           WHEN WS-FS-REVCTLF EQUAL '00'
              MOVE ZEROS TO WS-CAS-IX

              PERFORM P255-CASCADE-ONE-REVIEW
              THRU    P255-CASCADE-ONE-REVIEW-EXIT
                 UNTIL WS-CAS-IX NOT LESS WS-CAS-CNT

              CLOSE REVCTLF

              IF WS-FS-REVCTLF NOT EQUAL '00'
                 DISPLAY 'CLOSE REVCTLF FS:' WS-FS-REVCTLF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-REVCTLF EQUAL '35'
              DISPLAY 'REVCTLF NOT DEFINED. NOTHING TO CASCADE.'
           WHEN OTHER
              DISPLAY 'OPEN REVCTLF FS: ' WS-FS-REVCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P250-CASCADE-REVIEW-EXIT.
           EXIT.

       P255-CASCADE-ONE-REVIEW.

           ADD 1 TO WS-CAS-IX

           IF WS-CAS-APPLY (WS-CAS-IX)
              MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO RVC-CLIENT-ID

              READ REVCTLF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE REC-REVIEW-CONTROL TO WS-SAVE-REVIEW
                   MOVE 'N'                TO WS-SURVIVOR-HELD-SW

                   IF WS-CAS-MERGE (WS-CAS-IX)
                      MOVE WS-CAS-NEW-ID (WS-CAS-IX) TO RVC-CLIENT-ID

                      READ REVCTLF
                        INVALID KEY
                           MOVE WS-SAVE-REVIEW TO REC-REVIEW-CONTROL
                           MOVE WS-CAS-NEW-ID (WS-CAS-IX)
                             TO RVC-CLIENT-ID

                           WRITE REC-REVIEW-CONTROL
                           END-WRITE

                           IF WS-FS-REVCTLF NOT EQUAL '00'
                              DISPLAY 'WRITE REVCTLF FS:'
                                       WS-FS-REVCTLF
                              PERFORM P999-ERROR THRU P999-ERROR-EXIT
                           END-IF

                           MOVE REC-REVIEW-CONTROL TO WS-REF-AFTER
                        NOT INVALID KEY
                           MOVE 'Y' TO WS-SURVIVOR-HELD-SW
                      END-READ
                   END-IF

                   MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO RVC-CLIENT-ID

                   DELETE REVCTLF
                   END-DELETE

                   IF WS-FS-REVCTLF NOT EQUAL '00'
                      DISPLAY 'DELETE REVCTLF FS:' WS-FS-REVCTLF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   MOVE 'REVCTLF'      TO WS-REF-FILE
                   MOVE WS-SAVE-REVIEW TO WS-REF-BEFORE

                   IF WS-CAS-MERGE (WS-CAS-IX)
                      AND NOT WS-SURVIVOR-HELD
                      ADD 1 TO WS-CAS-REV-RPT (WS-CAS-IX)
                      MOVE 'R' TO WS-REF-ACTION
                   ELSE
                      ADD 1 TO WS-CAS-REV-RET (WS-CAS-IX)
                      MOVE 'X' TO WS-REF-ACTION
                   END-IF

                   PERFORM P910-WRITE-REF-AUDIT
                   THRU    P910-WRITE-REF-AUDIT-EXIT
              END-READ
           END-IF
           .

       P255-CASCADE-ONE-REVIEW-EXIT.
           EXIT.

       P260-CASCADE-HOUSEHOLD.

           OPEN I-O HOUSEF.

           EVALUATE TRUE
           WHEN WS-FS-HOUSEF EQUAL '00'
              MOVE ZEROS TO WS-CAS-IX

              PERFORM P265-CASCADE-ONE-HOUSEHOLD
              THRU    P265-CASCADE-ONE-HOUSEHOLD-EXIT
                 UNTIL WS-CAS-IX NOT LESS WS-CAS-CNT

              CLOSE HOUSEF

              IF WS-FS-HOUSEF NOT EQUAL '00'
                 DISPLAY 'CLOSE HOUSEF FS: ' WS-FS-HOUSEF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-HOUSEF EQUAL '35'
              DISPLAY 'HOUSEF NOT DEFINED. NOTHING TO CASCADE.'
           WHEN OTHER
              DISPLAY 'OPEN HOUSEF  FS: ' WS-FS-HOUSEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P260-CASCADE-HOUSEHOLD-EXIT.
           EXIT.

       P265-CASCADE-ONE-HOUSEHOLD.

           ADD 1 TO WS-CAS-IX

           IF WS-CAS-APPLY (WS-CAS-IX)
              MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO HH-CLIENT-ID

              READ HOUSEF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE REC-HOUSEHOLD TO WS-SAVE-HOUSEHOLD
                   MOVE 'N'           TO WS-SURVIVOR-HELD-SW

                   IF WS-CAS-MERGE (WS-CAS-IX)
                      MOVE WS-CAS-NEW-ID (WS-CAS-IX) TO HH-CLIENT-ID

                      READ HOUSEF
                        INVALID KEY
                           MOVE WS-SAVE-HOUSEHOLD TO REC-HOUSEHOLD
                           MOVE WS-CAS-NEW-ID (WS-CAS-IX)
                             TO HH-CLIENT-ID
                           MOVE WS-RUN-DATE       TO HH-LINK-DATE

                           WRITE REC-HOUSEHOLD
                           END-WRITE

                           IF WS-FS-HOUSEF NOT EQUAL '00'
                              DISPLAY 'WRITE HOUSEF FS: ' WS-FS-HOUSEF
                              PERFORM P999-ERROR THRU P999-ERROR-EXIT
                           END-IF

                           MOVE REC-HOUSEHOLD TO WS-REF-AFTER
                        NOT INVALID KEY
                           MOVE 'Y' TO WS-SURVIVOR-HELD-SW
                      END-READ
                   END-IF

                   MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO HH-CLIENT-ID

                   DELETE HOUSEF
                   END-DELETE

                   IF WS-FS-HOUSEF NOT EQUAL '00'
                      DISPLAY 'DELETE HOUSEF FS:' WS-FS-HOUSEF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   MOVE 'HOUSEF'          TO WS-REF-FILE
                   MOVE WS-SAVE-HOUSEHOLD TO WS-REF-BEFORE

                   IF WS-CAS-MERGE (WS-CAS-IX)
                      AND NOT WS-SURVIVOR-HELD
                      ADD 1 TO WS-CAS-HH-RPT (WS-CAS-IX)
                      MOVE 'R' TO WS-REF-ACTION
                   ELSE
                      ADD 1 TO WS-CAS-HH-RET (WS-CAS-IX)
                      MOVE 'X' TO WS-REF-ACTION
                   END-IF

                   PERFORM P910-WRITE-REF-AUDIT
                   THRU    P910-WRITE-REF-AUDIT-EXIT
              END-READ
           END-IF
           .

       P265-CASCADE-ONE-HOUSEHOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A suppression follows the client: the survivor of a merge is
      * suppressed if the folded id was, keeping the survivor's own
      * reason where it already had one.
      *-----------------------------------------------------------------
       P270-CASCADE-SUPPRESS.

           OPEN I-O SUPPRESF.

           EVALUATE TRUE
           WHEN WS-FS-SUPPRESF EQUAL '00'
              MOVE ZEROS TO WS-CAS-IX

              PERFORM P275-CASCADE-ONE-SUPPRESS
              THRU    P275-CASCADE-ONE-SUPPRESS-EXIT
                 UNTIL WS-CAS-IX NOT LESS WS-CAS-CNT

              CLOSE SUPPRESF

              IF WS-FS-SUPPRESF NOT EQUAL '00'
                 DISPLAY 'CLOSE SUPPRESF FS:' WS-FS-SUPPRESF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-SUPPRESF EQUAL '35'
              DISPLAY 'SUPPRESF NOT DEFINED. NOTHING TO CASCADE.'
           WHEN OTHER
              DISPLAY 'OPEN SUPPRESF FS:' WS-FS-SUPPRESF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P270-CASCADE-SUPPRESS-EXIT.
           EXIT.

       P275-CASCADE-ONE-SUPPRESS.

           ADD 1 TO WS-CAS-IX

           IF WS-CAS-APPLY (WS-CAS-IX)
              MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO SUP-CLIENT-ID

              READ SUPPRESF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE REC-SUPPRESS TO WS-SAVE-SUPPRESS
                   MOVE 'N'          TO WS-SURVIVOR-HELD-SW

                   IF WS-CAS-MERGE (WS-CAS-IX)
                      MOVE WS-CAS-NEW-ID (WS-CAS-IX) TO SUP-CLIENT-ID

                      READ SUPPRESF
                        INVALID KEY
                           MOVE WS-SAVE-SUPPRESS TO REC-SUPPRESS
                           MOVE WS-CAS-NEW-ID (WS-CAS-IX)
                             TO SUP-CLIENT-ID

                           WRITE REC-SUPPRESS
                           END-WRITE

                           IF WS-FS-SUPPRESF NOT EQUAL '00'
                              DISPLAY 'WRITE SUPPRESF FS:'
                                       WS-FS-SUPPRESF
                              PERFORM P999-ERROR THRU P999-ERROR-EXIT
                           END-IF

                           MOVE REC-SUPPRESS TO WS-REF-AFTER
                        NOT INVALID KEY
                           MOVE 'Y' TO WS-SURVIVOR-HELD-SW
                      END-READ
                   END-IF

                   MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO SUP-CLIENT-ID

                   DELETE SUPPRESF
                   END-DELETE

                   IF WS-FS-SUPPRESF NOT EQUAL '00'
                      DISPLAY 'DELETE SUPPRESF FS:' WS-FS-SUPPRESF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   MOVE 'SUPPRESF'       TO WS-REF-FILE
                   MOVE WS-SAVE-SUPPRESS TO WS-REF-BEFORE

                   IF WS-CAS-MERGE (WS-CAS-IX)
                      AND NOT WS-SURVIVOR-HELD
                      ADD 1 TO WS-CAS-SUP-RPT (WS-CAS-IX)
                      MOVE 'R' TO WS-REF-ACTION
                   ELSE
                      ADD 1 TO WS-CAS-SUP-RET (WS-CAS-IX)
                      MOVE 'X' TO WS-REF-ACTION
                   END-IF

                   PERFORM P910-WRITE-REF-AUDIT
                   THRU    P910-WRITE-REF-AUDIT-EXIT
              END-READ
           END-IF
           .

       P275-CASCADE-ONE-SUPPRESS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXTIDF is keyed by the sending system's native id, so the
      * whole file is walked. A mapping onto a folded id is pointed
      * at the survivor in place; one onto a deleted client is
      * removed. A feed's enrollment marker maps to no client and is
      * never touched.
      *-----------------------------------------------------------------
       P300-CASCADE-EXTERNAL-ID.

           OPEN I-O EXTIDF.

           EVALUATE TRUE
           WHEN WS-FS-EXTIDF EQUAL '00'
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
              DISPLAY 'EXTIDF NOT DEFINED. NOTHING TO CASCADE.'
           WHEN OTHER
              DISPLAY 'OPEN EXTIDF  FS: ' WS-FS-EXTIDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P300-CASCADE-EXTERNAL-ID-EXIT.
           EXIT.

       P310-SIFT-NEXT-XID.

           READ EXTIDF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EXTIDF-EOF-SW
             NOT AT END
                MOVE XID-CLIENT-ID TO WS-CAS-LOOK-ID

                PERFORM P800-FIND-EVENT
                THRU    P800-FIND-EVENT-EXIT

                IF WS-CAS-FOUND-IDX GREATER ZERO
                   AND XID-NATIVE-ID NOT EQUAL ZEROS
                   MOVE WS-CAS-FOUND-IDX TO WS-CAS-IX
                   MOVE 'EXTIDF'         TO WS-REF-FILE
                   MOVE REC-EXTERNAL-ID  TO WS-REF-BEFORE

                   IF WS-CAS-MERGE (WS-CAS-IX)
                      MOVE WS-CAS-NEW-ID (WS-CAS-IX) TO XID-CLIENT-ID
                      MOVE WS-RUN-DATE TO XID-EFFECTIVE-DATE

                      REWRITE REC-EXTERNAL-ID
                      END-REWRITE

                      IF WS-FS-EXTIDF NOT EQUAL '00'
                         DISPLAY 'REWRITE EXTIDF FS:' WS-FS-EXTIDF
                         PERFORM P999-ERROR THRU P999-ERROR-EXIT
                      END-IF

                      ADD 1 TO WS-CAS-XID-RPT (WS-CAS-IX)
                      MOVE 'R'             TO WS-REF-ACTION
                      MOVE REC-EXTERNAL-ID TO WS-REF-AFTER
                   ELSE
                      DELETE EXTIDF
                      END-DELETE

                      IF WS-FS-EXTIDF NOT EQUAL '00'
                         DISPLAY 'DELETE EXTIDF FS:' WS-FS-EXTIDF
                         PERFORM P999-ERROR THRU P999-ERROR-EXIT
                      END-IF

                      ADD 1 TO WS-CAS-XID-RET (WS-CAS-IX)
                      MOVE 'X' TO WS-REF-ACTION
                   END-IF

                   PERFORM P910-WRITE-REF-AUDIT
                   THRU    P910-WRITE-REF-AUDIT-EXIT
                END-IF
           END-READ
           .

       P310-SIFT-NEXT-XID-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELF is keyed by the role holder, so the whole file is walked.
      * A relationship naming a deleted client on either side is
      * retired. One naming a folded id is rewritten under the
      * survivor's key; if the survivor already holds the same role
      * for the same party, or the merge leaves the client related
      * to itself, the folded id's row is retired instead. The new
      * row keys on ids no event names, so the walk passes it by.
      *-----------------------------------------------------------------
       P320-CASCADE-RELATIONSHIP.

           OPEN I-O RELF.

           EVALUATE TRUE
           WHEN WS-FS-RELF EQUAL '00'
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
              DISPLAY 'RELF NOT DEFINED. NOTHING TO CASCADE.'
           WHEN OTHER
              DISPLAY 'OPEN RELF    FS: ' WS-FS-RELF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P320-CASCADE-RELATIONSHIP-EXIT.
           EXIT.

       P325-SIFT-NEXT-REL.

           READ RELF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-RELF-EOF-SW
             NOT AT END
                MOVE REL-OTHER-ID     TO WS-CAS-LOOK-ID

                PERFORM P800-FIND-EVENT
                THRU    P800-FIND-EVENT-EXIT

                MOVE WS-CAS-FOUND-IDX TO WS-CAS-OTHER-IDX
                MOVE REL-CLIENT-ID    TO WS-CAS-LOOK-ID

                PERFORM P800-FIND-EVENT
                THRU    P800-FIND-EVENT-EXIT

                IF WS-CAS-FOUND-IDX GREATER ZERO
                   OR WS-CAS-OTHER-IDX GREATER ZERO
                   PERFORM P326-MOVE-RELATIONSHIP
                   THRU    P326-MOVE-RELATIONSHIP-EXIT
                END-IF
           END-READ
           .

       P325-SIFT-NEXT-REL-EXIT.
           EXIT.

       P326-MOVE-RELATIONSHIP.

           MOVE REC-RELATIONSHIP TO WS-SAVE-RELATIONSHIP
                                    WS-REF-BEFORE
           MOVE 'RELF'           TO WS-REF-FILE
           MOVE REL-CLIENT-ID    TO WS-NEW-HOLDER-ID
           MOVE REL-OTHER-ID     TO WS-NEW-OTHER-ID
           MOVE 'X'              TO WS-REF-ACTION

           IF WS-CAS-FOUND-IDX GREATER ZERO
              MOVE WS-CAS-NEW-ID (WS-CAS-FOUND-IDX)
                TO WS-NEW-HOLDER-ID
           END-IF

           IF WS-CAS-OTHER-IDX GREATER ZERO
              MOVE WS-CAS-NEW-ID (WS-CAS-OTHER-IDX)
                TO WS-NEW-OTHER-ID
           END-IF

      *-----------------------------------------------------------------
      * A delete on either side leaves a zero id, and a merge of the
      * two parties leaves them equal: either way the row retires.
      *-----------------------------------------------------------------
           IF  WS-NEW-HOLDER-ID NOT EQUAL ZEROS
           AND WS-NEW-OTHER-ID  NOT EQUAL ZEROS
           AND WS-NEW-HOLDER-ID NOT EQUAL WS-NEW-OTHER-ID
              MOVE WS-NEW-HOLDER-ID TO REL-CLIENT-ID
              MOVE WS-NEW-OTHER-ID  TO REL-OTHER-ID
              MOVE WS-RUN-DATE      TO REL-MAINT-DATE

              WRITE REC-RELATIONSHIP
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'R'              TO WS-REF-ACTION
                   MOVE REC-RELATIONSHIP TO WS-REF-AFTER
              END-WRITE

              MOVE WS-SAVE-RELATIONSHIP TO REC-RELATIONSHIP
           END-IF

           DELETE RELF
           END-DELETE

           IF WS-FS-RELF NOT EQUAL '00'
              DISPLAY 'DELETE RELF  FS: ' WS-FS-RELF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-CAS-FOUND-IDX GREATER ZERO
              IF WS-REF-ACTION EQUAL 'R'
                 ADD 1 TO WS-CAS-REL-RPT (WS-CAS-FOUND-IDX)
              ELSE
                 ADD 1 TO WS-CAS-REL-RET (WS-CAS-FOUND-IDX)
              END-IF
           END-IF

           IF WS-CAS-OTHER-IDX GREATER ZERO
              AND WS-CAS-OTHER-IDX NOT EQUAL WS-CAS-FOUND-IDX
              IF WS-REF-ACTION EQUAL 'R'
                 ADD 1 TO WS-CAS-REL-RPT (WS-CAS-OTHER-IDX)
              ELSE
                 ADD 1 TO WS-CAS-REL-RET (WS-CAS-OTHER-IDX)
              END-IF
           END-IF

           IF WS-CAS-FOUND-IDX GREATER ZERO
              MOVE WS-CAS-FOUND-IDX TO WS-CAS-IX
           ELSE
              MOVE WS-CAS-OTHER-IDX TO WS-CAS-IX
           END-IF

           PERFORM P910-WRITE-REF-AUDIT
           THRU    P910-WRITE-REF-AUDIT-EXIT
           .

       P326-MOVE-RELATIONSHIP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COBDEPON's dependent segments carry the client's id in
      * REC-NO. A folded id's segment takes the survivor's id unless
      * the survivor already has a segment in the same record; a
      * deleted client's segment, or that duplicate, is closed up the
      * way COBDEPON's own delete does, and a record left with no
      * segments is removed whole.
      *-----------------------------------------------------------------
       P350-CASCADE-DEPENDENTS.

           OPEN I-O VSAMF.

           EVALUATE TRUE
           WHEN WS-FS-VSAMF EQUAL '00'
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
              DISPLAY 'VSAMF NOT DEFINED. NOTHING TO CASCADE.'
           WHEN OTHER
              DISPLAY 'OPEN VSAMF   FS: ' WS-FS-VSAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P350-CASCADE-DEPENDENTS-EXIT.
           EXIT.

       P360-SIFT-NEXT-DEPENDENT.

           READ VSAMF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-VSAMF-EOF-SW
             NOT AT END
                MOVE VSAM-REC-CNT TO SEG-CNT
                MOVE ZEROS        TO WS-SEG-CHANGED
                MOVE 1            TO WS-SEG-IX

                PERFORM P370-CHECK-SEGMENT
                THRU    P370-CHECK-SEGMENT-EXIT
                   UNTIL WS-SEG-IX GREATER SEG-CNT

                IF WS-SEG-CHANGED GREATER ZERO
                   PERFORM P380-STORE-DEPENDENT
                   THRU    P380-STORE-DEPENDENT-EXIT
                END-IF
           END-READ
           .

       P360-SIFT-NEXT-DEPENDENT-EXIT.
           EXIT.

       P370-CHECK-SEGMENT.

           MOVE ZEROS TO WS-CAS-FOUND-IDX
                         WS-SEG-FOUND-IX

           IF REC-NO (WS-SEG-IX) NUMERIC
              MOVE REC-NO (WS-SEG-IX) TO WS-CAS-LOOK-ID

              PERFORM P800-FIND-EVENT
              THRU    P800-FIND-EVENT-EXIT
           END-IF

           IF WS-CAS-FOUND-IDX GREATER ZERO
              MOVE WS-CAS-FOUND-IDX    TO WS-CAS-IX
              MOVE 'VSAMF'             TO WS-REF-FILE
              MOVE VSAM-KEY            TO WS-SEG-KEY
              MOVE VSAM-REC (WS-SEG-IX) TO WS-SEG-DATA
              MOVE WS-SEG-IMAGE        TO WS-REF-BEFORE
              ADD 1 TO WS-SEG-CHANGED

              IF WS-CAS-MERGE (WS-CAS-IX)
                 PERFORM P372-FIND-SURVIVOR-SEG
                 THRU    P372-FIND-SURVIVOR-SEG-EXIT
              END-IF

              IF WS-CAS-MERGE (WS-CAS-IX)
                 AND WS-SEG-FOUND-IX EQUAL ZERO
                 MOVE WS-CAS-NEW-ID (WS-CAS-IX) TO REC-NO (WS-SEG-IX)
                 MOVE VSAM-REC (WS-SEG-IX) TO WS-SEG-DATA
                 MOVE WS-SEG-IMAGE         TO WS-REF-AFTER
                 MOVE 'R'                  TO WS-REF-ACTION
                 ADD 1 TO WS-CAS-DEP-RPT (WS-CAS-IX)
                 ADD 1 TO WS-SEG-IX
              ELSE
                 MOVE 'X'                  TO WS-REF-ACTION
                 ADD 1 TO WS-CAS-DEP-RET (WS-CAS-IX)

                 MOVE WS-SEG-IX TO WS-SCAN-IX

                 PERFORM P375-SHIFT-LEFT
                 THRU    P375-SHIFT-LEFT-EXIT
                    UNTIL WS-SCAN-IX NOT LESS SEG-CNT

                 SUBTRACT 1 FROM SEG-CNT
              END-IF

              PERFORM P910-WRITE-REF-AUDIT
              THRU    P910-WRITE-REF-AUDIT-EXIT
           ELSE
              ADD 1 TO WS-SEG-IX
           END-IF
           .

       P370-CHECK-SEGMENT-EXIT.
           EXIT.

       P372-FIND-SURVIVOR-SEG.

           MOVE ZEROS TO WS-SCAN-IX

           PERFORM P373-SCAN-SEG THRU P373-SCAN-SEG-EXIT
              UNTIL WS-SCAN-IX NOT LESS SEG-CNT
                 OR WS-SEG-FOUND-IX GREATER ZERO
           .

       P372-FIND-SURVIVOR-SEG-EXIT.
           EXIT.

       P373-SCAN-SEG.

           ADD 1 TO WS-SCAN-IX

           IF REC-NO (WS-SCAN-IX) NUMERIC
              AND REC-NO (WS-SCAN-IX) EQUAL WS-CAS-NEW-ID (WS-CAS-IX)
              MOVE WS-SCAN-IX TO WS-SEG-FOUND-IX
           END-IF
           .

       P373-SCAN-SEG-EXIT.
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
      * PENDAPPF carries forward to PENDNEW: a folded id's item is
      * repointed so the supervisor's decision posts to the survivor,
      * and a deleted client's item is dropped -- COBKS19 would
      * otherwise post the approved card back onto CLIENT.
      *-----------------------------------------------------------------
       P400-REWRITE-PENDING.

           OPEN INPUT PENDAPPF.

           IF WS-FS-PENDAPPF NOT EQUAL '00'
              DISPLAY 'OPEN PENDAPPF FS:' WS-FS-PENDAPPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT PENDNEW.

           IF WS-FS-PENDNEW NOT EQUAL '00'
              DISPLAY 'OPEN PENDNEW FS: ' WS-FS-PENDNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P410-SIFT-NEXT-PENDING
           THRU    P410-SIFT-NEXT-PENDING-EXIT
              UNTIL WS-PENDAPPF-EOF

           CLOSE PENDAPPF.
           IF WS-FS-PENDAPPF NOT EQUAL '00'
              DISPLAY 'CLOSE PENDAPPF FS:' WS-FS-PENDAPPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE PENDNEW.
           IF WS-FS-PENDNEW NOT EQUAL '00'
              DISPLAY 'CLOSE PENDNEW FS:' WS-FS-PENDNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P400-REWRITE-PENDING-EXIT.
           EXIT.

       P410-SIFT-NEXT-PENDING.

           READ PENDAPPF
             AT END
                MOVE 'Y' TO WS-PENDAPPF-EOF-SW
             NOT AT END
                ADD 1 TO WS-PEND-READ

                MOVE ZEROS        TO WS-CAS-FOUND-IDX

                IF WS-CAS-CNT GREATER ZERO
                   MOVE PA-CLIENT-ID TO WS-CAS-LOOK-ID

                   PERFORM P800-FIND-EVENT
                   THRU    P800-FIND-EVENT-EXIT
                END-IF

                IF WS-CAS-FOUND-IDX GREATER ZERO
                   MOVE WS-CAS-FOUND-IDX  TO WS-CAS-IX
                   MOVE 'PENDAPPF'        TO WS-REF-FILE
                   MOVE REC-PEND-APPROVAL TO WS-REF-BEFORE

                   IF WS-CAS-MERGE (WS-CAS-IX)
                      MOVE WS-CAS-NEW-ID (WS-CAS-IX) TO PA-CLIENT-ID
                      MOVE 'R'               TO WS-REF-ACTION
                      MOVE REC-PEND-APPROVAL TO WS-REF-AFTER
                      ADD 1 TO WS-CAS-PND-RPT (WS-CAS-IX)
                   ELSE
                      MOVE 'X'               TO WS-REF-ACTION
                      ADD 1 TO WS-CAS-PND-RET (WS-CAS-IX)
                   END-IF

                   PERFORM P910-WRITE-REF-AUDIT
                   THRU    P910-WRITE-REF-AUDIT-EXIT
                END-IF

                IF WS-CAS-FOUND-IDX EQUAL ZERO
                   OR WS-CAS-MERGE (WS-CAS-IX)
                   MOVE REC-PEND-APPROVAL TO REC-PEND-NEW

                   WRITE REC-PEND-NEW
                   END-WRITE

                   IF WS-FS-PENDNEW NOT EQUAL '00'
                      DISPLAY 'WRITE PENDNEW FS:' WS-FS-PENDNEW
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF
                END-IF
           END-READ
           .

       P410-SIFT-NEXT-PENDING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The report: one block per surviving CLIENT-ID listing each id
      * folded into it and what each file handed over, then one
      * block per deleted client, then the deletes that left CLIENT
      * rows standing and so were not cascaded, then the totals.
      *-----------------------------------------------------------------
       P600-PRINT-REPORT.

           MOVE ZEROS TO WS-CAS-IX

           PERFORM P610-PRINT-SURVIVOR
           THRU    P610-PRINT-SURVIVOR-EXIT
              UNTIL WS-CAS-IX NOT LESS WS-CAS-CNT

           MOVE ZEROS TO WS-CAS-IX

           PERFORM P620-PRINT-DELETE
           THRU    P620-PRINT-DELETE-EXIT
              UNTIL WS-CAS-IX NOT LESS WS-CAS-CNT

           IF WS-KEPT GREATER ZERO
              MOVE SPACES TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE 'DELETES NOT CASCADED - CLIENT ROWS STILL ON FILE'
                          TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE ZEROS TO WS-CAS-IX

              PERFORM P640-PRINT-KEPT
              THRU    P640-PRINT-KEPT-EXIT
                 UNTIL WS-CAS-IX NOT LESS WS-CAS-CNT
           END-IF

           PERFORM P650-PRINT-TOTALS
           THRU    P650-PRINT-TOTALS-EXIT
           .

       P600-PRINT-REPORT-EXIT.
           EXIT.

       P610-PRINT-SURVIVOR.

           ADD 1 TO WS-CAS-IX

           IF  WS-CAS-APPLY (WS-CAS-IX)
           AND WS-CAS-MERGE (WS-CAS-IX)
           AND NOT WS-CAS-PRINTED (WS-CAS-IX)
              MOVE SPACES TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE WS-CAS-NEW-ID (WS-CAS-IX) TO WS-SRV-CLIENT-ID
              MOVE WS-SURVIVOR-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE ZEROS TO WS-CAS-JX

              PERFORM P615-PRINT-FOLDED
              THRU    P615-PRINT-FOLDED-EXIT
                 UNTIL WS-CAS-JX NOT LESS WS-CAS-CNT
           END-IF
           .

       P610-PRINT-SURVIVOR-EXIT.
           EXIT.

       P615-PRINT-FOLDED.

           ADD 1 TO WS-CAS-JX

           IF  WS-CAS-APPLY (WS-CAS-JX)
           AND WS-CAS-MERGE (WS-CAS-JX)
           AND NOT WS-CAS-PRINTED (WS-CAS-JX)
           AND WS-CAS-NEW-ID (WS-CAS-JX) EQUAL WS-CAS-NEW-ID (WS-CAS-IX)
              MOVE SPACES                    TO WS-EVENT-LINE
              MOVE '  FOLDED IN CLIENT-ID'   TO WS-EVL-LABEL
              MOVE WS-CAS-OLD-ID (WS-CAS-JX) TO WS-EVL-CLIENT-ID
              MOVE WS-EVENT-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              PERFORM P630-PRINT-FILE-LINES
              THRU    P630-PRINT-FILE-LINES-EXIT

              MOVE 'Y' TO WS-CAS-PRINTED-SW (WS-CAS-JX)
           END-IF
           .

       P615-PRINT-FOLDED-EXIT.
           EXIT.

       P620-PRINT-DELETE.

           ADD 1 TO WS-CAS-IX

           IF  WS-CAS-APPLY (WS-CAS-IX)
           AND WS-CAS-DELETE (WS-CAS-IX)
              MOVE SPACES TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE SPACES                    TO WS-EVENT-LINE
              MOVE 'DELETED CLIENT-ID'       TO WS-EVL-LABEL
              MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO WS-EVL-CLIENT-ID
              MOVE 'REFERENCES RETIRED'      TO WS-EVL-TEXT
              MOVE WS-EVENT-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE WS-CAS-IX TO WS-CAS-JX

              PERFORM P630-PRINT-FILE-LINES
              THRU    P630-PRINT-FILE-LINES-EXIT
           END-IF
           .

       P620-PRINT-DELETE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One line for each file that gave something up for the event
      * at WS-CAS-JX.
      *-----------------------------------------------------------------
       P630-PRINT-FILE-LINES.

           MOVE 'N' TO WS-ANY-LINE-SW

           MOVE 'CLIENT'                      TO WS-CSC-FILE
           MOVE 'TYPE-6 RISK ROW'             TO WS-CSC-DESC
           MOVE ZEROS                         TO WS-CSC-RPT-WORK
           MOVE WS-CAS-CLI-RET (WS-CAS-JX)    TO WS-CSC-RET-WORK
           PERFORM P690-WRITE-CASCADE-LINE
           THRU    P690-WRITE-CASCADE-LINE-EXIT

           MOVE 'CLIENT'                      TO WS-CSC-FILE
           MOVE 'TYPE-7 STATUS ROW'           TO WS-CSC-DESC
           MOVE ZEROS                         TO WS-CSC-RPT-WORK
           MOVE WS-CAS-STA-RET (WS-CAS-JX)    TO WS-CSC-RET-WORK
           PERFORM P690-WRITE-CASCADE-LINE
           THRU    P690-WRITE-CASCADE-LINE-EXIT

           MOVE 'REVCTLF'                     TO WS-CSC-FILE
           MOVE 'REVIEW CONTROL ROW'          TO WS-CSC-DESC
           MOVE WS-CAS-REV-RPT (WS-CAS-JX)    TO WS-CSC-RPT-WORK
           MOVE WS-CAS-REV-RET (WS-CAS-JX)    TO WS-CSC-RET-WORK
           PERFORM P690-WRITE-CASCADE-LINE
           THRU    P690-WRITE-CASCADE-LINE-EXIT

           MOVE 'HOUSEF'                      TO WS-CSC-FILE
           MOVE 'HOUSEHOLD LINK'              TO WS-CSC-DESC
           MOVE WS-CAS-HH-RPT (WS-CAS-JX)     TO WS-CSC-RPT-WORK
           MOVE WS-CAS-HH-RET (WS-CAS-JX)     TO WS-CSC-RET-WORK
           PERFORM P690-WRITE-CASCADE-LINE
           THRU    P690-WRITE-CASCADE-LINE-EXIT

           MOVE 'SUPPRESF'                    TO WS-CSC-FILE
           MOVE 'DO-NOT-CONTACT ROW'          TO WS-CSC-DESC
           MOVE WS-CAS-SUP-RPT (WS-CAS-JX)    TO WS-CSC-RPT-WORK
           MOVE WS-CAS-SUP-RET (WS-CAS-JX)    TO WS-CSC-RET-WORK
           PERFORM P690-WRITE-CASCADE-LINE
           THRU    P690-WRITE-CASCADE-LINE-EXIT

           MOVE 'EXTIDF'                      TO WS-CSC-FILE
           MOVE 'EXTERNAL-ID MAPPINGS'        TO WS-CSC-DESC
           MOVE WS-CAS-XID-RPT (WS-CAS-JX)    TO WS-CSC-RPT-WORK
           MOVE WS-CAS-XID-RET (WS-CAS-JX)    TO WS-CSC-RET-WORK
           PERFORM P690-WRITE-CASCADE-LINE
           THRU    P690-WRITE-CASCADE-LINE-EXIT

           MOVE 'RELF'                        TO WS-CSC-FILE
           MOVE 'CLIENT RELATIONSHIPS'        TO WS-CSC-DESC
           MOVE WS-CAS-REL-RPT (WS-CAS-JX)    TO WS-CSC-RPT-WORK
           MOVE WS-CAS-REL-RET (WS-CAS-JX)    TO WS-CSC-RET-WORK
           PERFORM P690-WRITE-CASCADE-LINE
           THRU    P690-WRITE-CASCADE-LINE-EXIT

           MOVE 'VSAMF'                       TO WS-CSC-FILE
           MOVE 'COBDEPON DEPENDENT SEGMENTS' TO WS-CSC-DESC
           MOVE WS-CAS-DEP-RPT (WS-CAS-JX)    TO WS-CSC-RPT-WORK
           MOVE WS-CAS-DEP-RET (WS-CAS-JX)    TO WS-CSC-RET-WORK
           PERFORM P690-WRITE-CASCADE-LINE
           THRU    P690-WRITE-CASCADE-LINE-EXIT

           MOVE 'PENDAPPF'                    TO WS-CSC-FILE
           MOVE 'PENDING INCOME APPROVALS'    TO WS-CSC-DESC
           MOVE WS-CAS-PND-RPT (WS-CAS-JX)    TO WS-CSC-RPT-WORK
           MOVE WS-CAS-PND-RET (WS-CAS-JX)    TO WS-CSC-RET-WORK
           PERFORM P690-WRITE-CASCADE-LINE
           THRU    P690-WRITE-CASCADE-LINE-EXIT

           IF NOT WS-ANY-LINE
              MOVE '    NO REFERENCES HELD IN OTHER FILES'
                          TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P630-PRINT-FILE-LINES-EXIT.
           EXIT.

       P640-PRINT-KEPT.

           ADD 1 TO WS-CAS-IX

           IF WS-CAS-KEPT (WS-CAS-IX)
              MOVE SPACES                    TO WS-EVENT-LINE
              MOVE '  CLIENT-ID'             TO WS-EVL-LABEL
              MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO WS-EVL-CLIENT-ID
              MOVE WS-EVENT-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P640-PRINT-KEPT-EXIT.
           EXIT.

       P650-PRINT-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'EVENTS READ'       TO WS-RPT-CNT-LABEL
           MOVE WS-EVENTS-READ      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'EVENTS REJECTED'   TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'DUPLICATE EVENTS'  TO WS-RPT-CNT-LABEL
           MOVE WS-DUPLICATES       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'MERGES CASCADED'   TO WS-RPT-CNT-LABEL
           MOVE WS-MERGES           TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'DELETES CASCADED'  TO WS-RPT-CNT-LABEL
           MOVE WS-DELETES          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'DELETES NOT CASCADED' TO WS-RPT-CNT-LABEL
           MOVE WS-KEPT             TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REFERENCES REPOINTED' TO WS-RPT-CNT-LABEL
           MOVE WS-REPOINTED        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REFERENCES RETIRED' TO WS-RPT-CNT-LABEL
           MOVE WS-RETIRED          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'PENDAPPF ITEMS READ' TO WS-RPT-CNT-LABEL
           MOVE WS-PEND-READ        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P650-PRINT-TOTALS-EXIT.
           EXIT.

       P690-WRITE-CASCADE-LINE.

           IF WS-CSC-RPT-WORK GREATER ZERO
              OR WS-CSC-RET-WORK GREATER ZERO
              MOVE 'Y'             TO WS-ANY-LINE-SW
              MOVE WS-CSC-RPT-WORK TO WS-CSC-REPOINTED
              MOVE WS-CSC-RET-WORK TO WS-CSC-RETIRED
              MOVE WS-CASCADE-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P690-WRITE-CASCADE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Finds WS-CAS-LOOK-ID among the events still to be applied; a
      * delete that left the client on file never matches.
      *-----------------------------------------------------------------
       P800-FIND-EVENT.

           MOVE ZEROS TO WS-CAS-FOUND-IDX
                         WS-CAS-SCAN-IX

           PERFORM P805-SCAN-EVENT THRU P805-SCAN-EVENT-EXIT
              UNTIL WS-CAS-SCAN-IX NOT LESS WS-CAS-CNT
                 OR WS-CAS-FOUND-IDX GREATER ZERO
           .

       P800-FIND-EVENT-EXIT.
           EXIT.

       P805-SCAN-EVENT.

           ADD 1 TO WS-CAS-SCAN-IX

           IF WS-CAS-OLD-ID (WS-CAS-SCAN-IX) EQUAL WS-CAS-LOOK-ID
              AND WS-CAS-APPLY (WS-CAS-SCAN-IX)
              MOVE WS-CAS-SCAN-IX TO WS-CAS-FOUND-IDX
           END-IF
           .

       P805-SCAN-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Same search over every event held, for the duplicate check
      * while the table is loading.
      *-----------------------------------------------------------------
       P810-FIND-ANY-EVENT.

           MOVE ZEROS TO WS-CAS-FOUND-IDX
                         WS-CAS-SCAN-IX

           PERFORM P815-SCAN-ANY-EVENT THRU P815-SCAN-ANY-EVENT-EXIT
              UNTIL WS-CAS-SCAN-IX NOT LESS WS-CAS-CNT
                 OR WS-CAS-FOUND-IDX GREATER ZERO
           .

       P810-FIND-ANY-EVENT-EXIT.
           EXIT.

       P815-SCAN-ANY-EVENT.

           ADD 1 TO WS-CAS-SCAN-IX

           IF WS-CAS-OLD-ID (WS-CAS-SCAN-IX) EQUAL WS-CAS-LOOK-ID
              MOVE WS-CAS-SCAN-IX TO WS-CAS-FOUND-IDX
           END-IF
           .

       P815-SCAN-ANY-EVENT-EXIT.
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

      *-----------------------------------------------------------------
      * One AUDITF row per reference, filed under the surviving id
      * for a merge and the deleted id for a delete, so a COBKS26
      * search on either finds it. The caller sets WS-CAS-IX,
      * WS-REF-FILE, WS-REF-ACTION, WS-REF-BEFORE and (for a repoint)
      * WS-REF-AFTER.
      *-----------------------------------------------------------------
       P910-WRITE-REF-AUDIT.

           IF WS-CAS-MERGE (WS-CAS-IX)
              MOVE WS-CAS-NEW-ID (WS-CAS-IX) TO WS-REF-CLIENT-ID
           ELSE
              MOVE WS-CAS-OLD-ID (WS-CAS-IX) TO WS-REF-CLIENT-ID
           END-IF

           IF WS-REF-ACTION EQUAL 'R'
              ADD 1 TO WS-REPOINTED
           ELSE
              ADD 1 TO WS-RETIRED
              MOVE SPACES TO WS-REF-AFTER
           END-IF

           MOVE SPACES               TO REC-AUDIT
           MOVE WS-REF-CLIENT-ID     TO AUD-CLIENT-ID
           MOVE ZEROS                TO AUD-CLIENT-TYPE
           MOVE WS-REF-ACTION        TO AUD-ACTION
           MOVE WS-REF-FILE          TO AUD-REF-FILE
                                        AUD-REF-AFTER-FILE
           MOVE WS-REF-BEFORE        TO AUD-REF-BEFORE-REC
           MOVE WS-REF-AFTER         TO AUD-REF-AFTER-REC
           MOVE WS-RUN-DATE          TO AUD-BUSINESS-DATE

           WRITE REC-AUDIT
           END-WRITE

           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'WRITE AUDITF FS:  ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES TO WS-REF-BEFORE
                          WS-REF-AFTER
           .

       P910-WRITE-REF-AUDIT-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
