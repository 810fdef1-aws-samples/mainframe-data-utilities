      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Investigative case maintenance. Investigators work rings, not
      * single records: a case is opened here from a card with its
      * lead investigator, the subjects and individual check or police
      * records that belong to it are linked and dropped with further
      * cards while it is worked, and it is closed when the work is
      * done. The case master is CASEMSTF (see CASEMSTF.cpy) and the
      * links are CASEMBRF (see CASEMBRF.cpy); COBDF41 prints the case
      * summary and COBDF34 builds the evidence packets for a case.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF40.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * CASCARDS is the maintenance card deck, one action per card on
      * CSC-CASE-NO:
      *   O  open the case (lead investigator required, title optional)
      *   U  replace the lead investigator and/or title
      *   C  close the case
      *   A  link a member -- the subject's DB-ID-STATE-NUMBER alone
      *      links the whole subject, a full DB-MASTER-KEY links one
      *      check or police record
      *   D  drop a member, keyed exactly as it was linked
      * Only an open case can be updated, closed or have its members
      * changed. Dates are the run date.
      *-----------------------------------------------------------------
           SELECT CASCARDS ASSIGN TO CASCARDS
                  FILE STATUS IS WS-FS-CASCARDS.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.

           SELECT CASEMSTF ASSIGN TO CASEMSTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CSM-CASE-NO
                  FILE STATUS   IS WS-FS-CASEMSTF.

           SELECT CASEMBRF ASSIGN TO CASEMBRF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CMB-KEY
                  FILE STATUS   IS WS-FS-CASEMBRF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  CASCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-CASCARD.
           03  CSC-ACTION                PIC  X(001).
               88  CSC-OPEN-CASE             VALUE 'O'.
               88  CSC-UPDATE-CASE           VALUE 'U'.
               88  CSC-CLOSE-CASE            VALUE 'C'.
               88  CSC-ADD-MEMBER            VALUE 'A'.
               88  CSC-DROP-MEMBER           VALUE 'D'.
               88  CSC-CASE-ACTION           VALUE 'U' 'C' 'A' 'D'.
           03  CSC-CASE-NO               PIC  X(012).
           03  CSC-OPERATOR-ID           PIC  X(008).
           03  CSC-CASE-BODY.
               05  CSC-LEAD-INVESTIGATOR PIC  X(018).
               05  CSC-TITLE             PIC  X(030).
               05  FILLER                PIC  X(011).
           03  CSC-MEMBER-BODY REDEFINES CSC-CASE-BODY.
               05  CSC-MASTER-KEY.
                   10  CSC-ID-STATE-NUMBER PIC X(026).
                   10  CSC-RECORD-REF      PIC X(016).
               05  FILLER                PIC  X(017).

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

       FD  DIFS.

       COPY DIFSDB.

       FD  CASEMSTF.

       COPY CASEMSTF.

       FD  CASEMBRF.

       COPY CASEMBRF.

       FD  OPRAUTF.

       COPY OPRAUTF.

       FD  MNTLOGF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY MNTLOGF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-CASCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-CASEMSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-CASEMBRF            PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-CASES-OPENED           PIC 9(009) VALUE ZEROS.
           05  WS-CASES-UPDATED          PIC 9(009) VALUE ZEROS.
           05  WS-CASES-CLOSED           PIC 9(009) VALUE ZEROS.
           05  WS-MEMBERS-ADDED          PIC 9(009) VALUE ZEROS.
           05  WS-MEMBERS-DROPPED        PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-CARDS-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-CARDS-EOF              VALUE 'Y'.
           05  WS-MEMBER-OK-SW           PIC X(001) VALUE 'N'.
               88  WS-MEMBER-OK              VALUE 'Y'.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL              PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RPT-VALUE              PIC X(058) VALUE SPACES.

       01  WS-RPT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF40 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'INVESTIGATIVE CASE MAINTENANCE'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF40 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE

           OPEN INPUT CASCARDS.

           IF WS-FS-CASCARDS NOT EQUAL '00'
              DISPLAY 'OPEN CASCARDS FS:' WS-FS-CASCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBDF40 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT DIFS.

           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'OPEN DIFS     FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * Cold start: newly defined case clusters open with file status
      * 35 -- seed them empty and reopen, the same way COBDF35
      * initializes the dispute cluster.
      *-----------------------------------------------------------------
           OPEN I-O CASEMSTF.

           EVALUATE TRUE
           WHEN WS-FS-CASEMSTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-CASEMSTF EQUAL '35'
              DISPLAY 'EMPTY CASEMSTF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT CASEMSTF

              IF WS-FS-CASEMSTF NOT EQUAL '00'
                 DISPLAY 'OPEN CASEMSTF FS:' WS-FS-CASEMSTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE CASEMSTF

              OPEN I-O CASEMSTF

              IF WS-FS-CASEMSTF NOT EQUAL '00'
                 DISPLAY 'REOPEN CASEMSTF FS:' WS-FS-CASEMSTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN CASEMSTF FS:' WS-FS-CASEMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN I-O CASEMBRF.

           EVALUATE TRUE
           WHEN WS-FS-CASEMBRF EQUAL '00'
              CONTINUE
           WHEN WS-FS-CASEMBRF EQUAL '35'
              DISPLAY 'EMPTY CASEMBRF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT CASEMBRF

              IF WS-FS-CASEMBRF NOT EQUAL '00'
                 DISPLAY 'OPEN CASEMBRF FS:' WS-FS-CASEMBRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE CASEMBRF

              OPEN I-O CASEMBRF

              IF WS-FS-CASEMBRF NOT EQUAL '00'
                 DISPLAY 'REOPEN CASEMBRF FS:' WS-FS-CASEMBRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN CASEMBRF FS:' WS-FS-CASEMBRF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           PERFORM P100-NEXT-CARD
           THRU    P100-NEXT-CARD-EXIT
              UNTIL WS-CARDS-EOF

           CLOSE CASCARDS.
           IF WS-FS-CASCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE CASCARDS FS:' WS-FS-CASCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE DIFS.
           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'CLOSE DIFS    FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CASEMSTF.
           IF WS-FS-CASEMSTF NOT EQUAL '00'
              DISPLAY 'CLOSE CASEMSTF FS:' WS-FS-CASEMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CASEMBRF.
           IF WS-FS-CASEMBRF NOT EQUAL '00'
              DISPLAY 'CLOSE CASEMBRF FS:' WS-FS-CASEMBRF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P950-WRITE-REPORT
           THRU    P950-WRITE-REPORT-EXIT

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P993-CLOSE-AUTH THRU P993-CLOSE-AUTH-EXIT

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ........: ' WS-READ.
           DISPLAY 'CASES OPENED......: ' WS-CASES-OPENED.
           DISPLAY 'CASES UPDATED.....: ' WS-CASES-UPDATED.
           DISPLAY 'CASES CLOSED......: ' WS-CASES-CLOSED.
           DISPLAY 'MEMBERS LINKED....: ' WS-MEMBERS-ADDED.
           DISPLAY 'MEMBERS DROPPED...: ' WS-MEMBERS-DROPPED.
           DISPLAY 'REJECTED..........: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF40 FINISHED'.

           STOP RUN.

       P100-NEXT-CARD.

           READ CASCARDS
             AT END
                MOVE 'Y' TO WS-CARDS-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ

                PERFORM P190-CHECK-OPERATOR
                THRU    P190-CHECK-OPERATOR-EXIT

                IF WS-OPA-GRANTED
                   PERFORM P200-APPLY-CARD
                   THRU    P200-APPLY-CARD-EXIT
                END-IF
           END-READ
           .

       P100-NEXT-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE CSC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE CSC-ACTION      TO WS-OPA-ACTION

           PERFORM P994-CHECK-AUTH THRU P994-CHECK-AUTH-EXIT

           IF NOT WS-OPA-GRANTED
              MOVE WS-OPA-REASON TO EXC-REASON-CODE
              MOVE WS-OPA-TEXT   TO EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P190-CHECK-OPERATOR-EXIT.
           EXIT.

       P200-APPLY-CARD.

           EVALUATE TRUE
           WHEN CSC-CASE-NO EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'BLANK CASE NUMBER ON CASE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN CSC-OPEN-CASE
              PERFORM P210-OPEN-CASE
              THRU    P210-OPEN-CASE-EXIT

           WHEN CSC-CASE-ACTION
              PERFORM P220-WORK-CASE
              THRU    P220-WORK-CASE-EXIT

           WHEN OTHER
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED CSC-ACTION ON CASE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

       P210-OPEN-CASE.

           MOVE CSC-CASE-NO TO CSM-CASE-NO

           READ CASEMSTF
             INVALID KEY
                IF CSC-LEAD-INVESTIGATOR EQUAL SPACES
                   MOVE 'BINV' TO EXC-REASON-CODE
                   MOVE 'LEAD INVESTIGATOR REQUIRED TO OPEN CASE'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT
                ELSE
                   MOVE SPACES                TO REC-CASE-MASTER
                   MOVE CSC-CASE-NO           TO CSM-CASE-NO
                   MOVE CSC-TITLE             TO CSM-TITLE
                   MOVE CSC-LEAD-INVESTIGATOR TO CSM-LEAD-INVESTIGATOR
                   MOVE 'O'                   TO CSM-STATUS
                   MOVE WS-RUN-DATE           TO CSM-OPEN-DATE
                                                 CSM-UPDATE-DATE
                   MOVE ZEROS                 TO CSM-CLOSE-DATE
                   MOVE CSC-OPERATOR-ID       TO CSM-OPERATOR-ID

                   WRITE REC-CASE-MASTER
                   END-WRITE

                   IF WS-FS-CASEMSTF NOT EQUAL '00'
                      DISPLAY 'WRITE CASEMSTF FS:' WS-FS-CASEMSTF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-CASES-OPENED
                END-IF

             NOT INVALID KEY
                MOVE 'BDUP' TO EXC-REASON-CODE
                MOVE 'CASE NUMBER ALREADY ON FILE'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT
           END-READ
           .

       P210-OPEN-CASE-EXIT.
           EXIT.

       P220-WORK-CASE.

           MOVE CSC-CASE-NO TO CSM-CASE-NO

           READ CASEMSTF
             INVALID KEY
                MOVE 'BNCS' TO EXC-REASON-CODE
                MOVE 'NO CASE ON FILE FOR CASE NUMBER'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                EVALUATE TRUE
                WHEN CSM-CLOSED
                   MOVE 'BCLS' TO EXC-REASON-CODE
                   MOVE 'CASE ALREADY CLOSED'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT

                WHEN CSC-UPDATE-CASE
                   PERFORM P230-UPDATE-CASE
                   THRU    P230-UPDATE-CASE-EXIT

                WHEN CSC-CLOSE-CASE
                   PERFORM P240-CLOSE-CASE
                   THRU    P240-CLOSE-CASE-EXIT

                WHEN CSC-ADD-MEMBER
                   PERFORM P250-ADD-MEMBER
                   THRU    P250-ADD-MEMBER-EXIT

                WHEN OTHER
                   PERFORM P260-DROP-MEMBER
                   THRU    P260-DROP-MEMBER-EXIT
                END-EVALUATE
           END-READ
           .

       P220-WORK-CASE-EXIT.
           EXIT.

       P230-UPDATE-CASE.

           IF CSC-LEAD-INVESTIGATOR EQUAL SPACES
              AND CSC-TITLE EQUAL SPACES
              MOVE 'BUPD' TO EXC-REASON-CODE
              MOVE 'NOTHING TO UPDATE ON CASE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           ELSE
              IF CSC-LEAD-INVESTIGATOR NOT EQUAL SPACES
                 MOVE CSC-LEAD-INVESTIGATOR TO CSM-LEAD-INVESTIGATOR
              END-IF

              IF CSC-TITLE NOT EQUAL SPACES
                 MOVE CSC-TITLE TO CSM-TITLE
              END-IF

              PERFORM P270-REWRITE-CASE
              THRU    P270-REWRITE-CASE-EXIT

              ADD 1 TO WS-CASES-UPDATED
           END-IF
           .

       P230-UPDATE-CASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The members stay linked after the close, so the summary and
      * the evidence packets can still be run for a closed case.
      *-----------------------------------------------------------------
       P240-CLOSE-CASE.

           MOVE 'C'         TO CSM-STATUS
           MOVE WS-RUN-DATE TO CSM-CLOSE-DATE

           PERFORM P270-REWRITE-CASE
           THRU    P270-REWRITE-CASE-EXIT

           ADD 1 TO WS-CASES-CLOSED
           .

       P240-CLOSE-CASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A subject link needs at least one DIFS record under the
      * subject; an offense link needs the check or police record
      * itself.
      *-----------------------------------------------------------------
       P250-ADD-MEMBER.

           MOVE 'N' TO WS-MEMBER-OK-SW

           EVALUATE TRUE
           WHEN CSC-ID-STATE-NUMBER EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'BLANK SUBJECT ON MEMBER CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN CSC-RECORD-REF EQUAL SPACES
              PERFORM P251-CHECK-SUBJECT
              THRU    P251-CHECK-SUBJECT-EXIT

           WHEN OTHER
              PERFORM P252-CHECK-OFFENSE
              THRU    P252-CHECK-OFFENSE-EXIT
           END-EVALUATE

           IF WS-MEMBER-OK
              MOVE SPACES          TO REC-CASE-MEMBER
              MOVE CSC-CASE-NO     TO CMB-CASE-NO
              MOVE CSC-MASTER-KEY  TO CMB-MASTER-KEY

              IF CSC-RECORD-REF EQUAL SPACES
                 MOVE 'S'          TO CMB-MEMBER-TYPE
              ELSE
                 MOVE 'O'          TO CMB-MEMBER-TYPE
              END-IF

              MOVE WS-RUN-DATE     TO CMB-ADDED-DATE
              MOVE CSC-OPERATOR-ID TO CMB-OPERATOR-ID

              WRITE REC-CASE-MEMBER
                INVALID KEY
                   MOVE 'BDUP' TO EXC-REASON-CODE
                   MOVE 'MEMBER ALREADY LINKED TO CASE'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT

                NOT INVALID KEY
                   ADD 1 TO WS-MEMBERS-ADDED

                   PERFORM P270-REWRITE-CASE
                   THRU    P270-REWRITE-CASE-EXIT
              END-WRITE
           END-IF
           .

       P250-ADD-MEMBER-EXIT.
           EXIT.

       P251-CHECK-SUBJECT.

           MOVE LOW-VALUES          TO DB-MASTER-KEY
           MOVE CSC-ID-STATE-NUMBER TO DB-ID-STATE-NUMBER

           START DIFS KEY IS NOT LESS THAN DB-MASTER-KEY
             INVALID KEY
                MOVE HIGH-VALUES TO DB-ID-STATE-NUMBER
             NOT INVALID KEY
                READ DIFS NEXT RECORD
                  AT END
                     MOVE HIGH-VALUES TO DB-ID-STATE-NUMBER
                END-READ
           END-START

           IF DB-ID-STATE-NUMBER EQUAL CSC-ID-STATE-NUMBER
              MOVE 'Y' TO WS-MEMBER-OK-SW
           ELSE
              MOVE 'BNSB' TO EXC-REASON-CODE
              MOVE 'NO DIFS RECORDS ON FILE FOR SUBJECT'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P251-CHECK-SUBJECT-EXIT.
           EXIT.

       P252-CHECK-OFFENSE.

           MOVE CSC-MASTER-KEY TO DB-MASTER-KEY

           READ DIFS
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'NO DIFS RECORD ON FILE FOR MEMBER CARD'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                IF DB-OFFENSE-RECORD
                   MOVE 'Y' TO WS-MEMBER-OK-SW
                ELSE
                   MOVE 'BTYP' TO EXC-REASON-CODE
                   MOVE 'ONLY CHECK/POLICE RECORDS LINK ALONE'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT
                END-IF
           END-READ
           .

       P252-CHECK-OFFENSE-EXIT.
           EXIT.

       P260-DROP-MEMBER.

           MOVE CSC-CASE-NO    TO CMB-CASE-NO
           MOVE CSC-MASTER-KEY TO CMB-MASTER-KEY

           DELETE CASEMBRF RECORD
             INVALID KEY
                MOVE 'BNMB' TO EXC-REASON-CODE
                MOVE 'MEMBER NOT LINKED TO CASE'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                ADD 1 TO WS-MEMBERS-DROPPED

                PERFORM P270-REWRITE-CASE
                THRU    P270-REWRITE-CASE-EXIT
           END-DELETE
           .

       P260-DROP-MEMBER-EXIT.
           EXIT.

       P270-REWRITE-CASE.

           MOVE WS-RUN-DATE     TO CSM-UPDATE-DATE
           MOVE CSC-OPERATOR-ID TO CSM-OPERATOR-ID

           REWRITE REC-CASE-MASTER
           END-REWRITE

           IF WS-FS-CASEMSTF NOT EQUAL '00'
              DISPLAY 'REWRITE CASEMSTF FS:' WS-FS-CASEMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P270-REWRITE-CASE-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-CASCARD TO EXC-INPUT

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-REJECTED
           .

       P900-WRITE-EXCEPTION-EXIT.
           EXIT.

       P950-WRITE-REPORT.

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CARDS READ'        TO WS-RPT-LABEL
           MOVE WS-READ             TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CASES OPENED'      TO WS-RPT-LABEL
           MOVE WS-CASES-OPENED     TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CASES UPDATED'     TO WS-RPT-LABEL
           MOVE WS-CASES-UPDATED    TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CASES CLOSED'      TO WS-RPT-LABEL
           MOVE WS-CASES-CLOSED     TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'MEMBERS LINKED'    TO WS-RPT-LABEL
           MOVE WS-MEMBERS-ADDED    TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'MEMBERS DROPPED'   TO WS-RPT-LABEL
           MOVE WS-MEMBERS-DROPPED  TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CARDS REJECTED'    TO WS-RPT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P950-WRITE-REPORT-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.

       COPY RPTWRT.
