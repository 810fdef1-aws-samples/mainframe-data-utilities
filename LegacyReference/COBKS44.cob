      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Source-trust maintenance. Each TRSTCARD card adds, re-ranks or
      * deletes one TRUSTF row: for CLIENT-TYPE T and field group G,
      * values sent by feed F carry rank R (see TRUSTF.cpy for the
      * groups and how COBKS03/COBKS05 apply the ranks).
      *
      *   'A' add a feed's rank for a type and field group. A row
      *       already on file is a duplicate and is rejected.
      *   'C' change the rank on a row already on file.
      *   'D' delete a row. The feed then ranks zero for that group,
      *       so any other ranked feed's values will win over it.
      *
      * The field group must be one the CLIENT-TYPE actually carries,
      * so a mistyped group cannot leave a row no loader ever reads.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS44.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT TRSTCARD ASSIGN TO TRSTCARD
                  FILE STATUS IS WS-FS-TRSTCARD.

           SELECT TRUSTF   ASSIGN TO TRUSTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TRS-KEY
                  FILE STATUS   IS WS-FS-TRUSTF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  TRSTCARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-TRSTCARD.
           03  TSC-ACTION                PIC  X(001).
               88  TSC-ADD                   VALUE 'A'.
               88  TSC-CHANGE                VALUE 'C'.
               88  TSC-DELETE                VALUE 'D'.
           03  TSC-CLIENT-TYPE           PIC  9(004).
           03  TSC-FIELD-GROUP           PIC  X(004).
           03  TSC-FEED-ID               PIC  X(008).
           03  TSC-RANK                  PIC  9(003).
           03  TSC-RANK-X REDEFINES TSC-RANK
                                         PIC  X(003).
           03  TSC-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(052).

       FD  TRUSTF.

       COPY TRUSTF.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

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
           05  WS-FS-TRSTCARD            PIC X(002) VALUE SPACES.
           05  WS-FS-TRUSTF              PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-ADDED                  PIC 9(009) VALUE ZEROS.
           05  WS-CHANGED                PIC 9(009) VALUE ZEROS.
           05  WS-DELETED                PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Type and field group together, for the group edit.
      *-----------------------------------------------------------------
       01  WS-TYPE-GROUP.
           05  WS-TG-CLIENT-TYPE         PIC 9(004) VALUE ZEROS.
           05  WS-TG-FIELD-GROUP         PIC X(004) VALUE SPACES.
               88  WS-TG-TYPE1-GROUP         VALUE 'IDNT' 'EDLV' 'INCM'.
               88  WS-TG-TYPE2-GROUP         VALUE 'ADDR'.
               88  WS-TG-TYPE3-GROUP         VALUE 'PHON' 'MAIL'.
               88  WS-TG-TYPE5-GROUP         VALUE 'EMPL'.

       01  WS-SWITCHES.
           05  WS-TRSTCARD-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-TRSTCARD-EOF           VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-CARD-OK-SW             PIC X(001) VALUE 'Y'.
               88  WS-CARD-OK                VALUE 'Y'.

       01  WS-MAINT-LINE.
           05  WS-TMP-ACTION             PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TMP-CLIENT-TYPE        PIC Z(03)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TMP-FIELD-GROUP        PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TMP-FEED-ID            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TMP-RANK               PIC ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TMP-OLD-RANK           PIC ZZ9 VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS44 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT TRSTCARD.

           IF WS-FS-TRSTCARD NOT EQUAL '00'
              DISPLAY 'OPEN TRSTCARD FS:' WS-FS-TRSTCARD
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O TRUSTF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined source-trust cluster opens with
      * file status 35 -- seed it empty and reopen, as COBKS42 does
      * for RELF.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-TRUSTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-TRUSTF EQUAL '35'
              DISPLAY 'EMPTY TRUSTF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT TRUSTF

              IF WS-FS-TRUSTF NOT EQUAL '00'
                 DISPLAY 'OPEN TRUSTF  FS: ' WS-FS-TRUSTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE TRUSTF

              OPEN I-O TRUSTF

              IF WS-FS-TRUSTF NOT EQUAL '00'
                 DISPLAY 'REOPEN TRUSTF FS:' WS-FS-TRUSTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN TRUSTF  FS: ' WS-FS-TRUSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBKS44 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'SOURCE TRUST MAINTENANCE'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS44 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'ACTION    TYPE  GRP   FEED-ID   RANK  WAS'
                                   TO WS-COLUMN-HEADING (1:41)

           PERFORM P100-READ-CARD THRU P100-READ-CARD-EXIT

           PERFORM P200-APPLY-CARD THRU P200-APPLY-CARD-EXIT
              UNTIL WS-TRSTCARD-EOF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE TRSTCARD.
           IF WS-FS-TRSTCARD NOT EQUAL '00'
              DISPLAY 'CLOSE TRSTCARD FS:' WS-FS-TRSTCARD
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE TRUSTF.
           IF WS-FS-TRUSTF NOT EQUAL '00'
              DISPLAY 'CLOSE TRUSTF  FS:' WS-FS-TRUSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

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
           DISPLAY 'CARDS READ....: ' WS-READ.
           DISPLAY 'ADDED.........: ' WS-ADDED.
           DISPLAY 'CHANGED.......: ' WS-CHANGED.
           DISPLAY 'DELETED.......: ' WS-DELETED.
           DISPLAY 'REJECTED......: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS44 FINISHED'.

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

       P100-READ-CARD.

           READ TRSTCARD
             AT END
                MOVE 'Y' TO WS-TRSTCARD-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ
           END-READ
           .

       P100-READ-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE TSC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE TSC-ACTION      TO WS-OPA-ACTION

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

           MOVE 'Y' TO WS-CARD-OK-SW

           PERFORM P190-CHECK-OPERATOR
           THRU    P190-CHECK-OPERATOR-EXIT

           EVALUATE TRUE
           WHEN NOT WS-OPA-GRANTED
              CONTINUE

           WHEN TSC-CLIENT-TYPE NOT NUMERIC
              OR TSC-FEED-ID EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'INVALID TYPE OR FEED-ID ON TRUST CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN TSC-ADD
              PERFORM P300-VALIDATE-GROUP
              THRU    P300-VALIDATE-GROUP-EXIT

              IF WS-CARD-OK
                 PERFORM P310-VALIDATE-RANK
                 THRU    P310-VALIDATE-RANK-EXIT
              END-IF

              IF WS-CARD-OK
                 PERFORM P210-ADD-TRUST
                 THRU    P210-ADD-TRUST-EXIT
              END-IF

           WHEN TSC-CHANGE
              PERFORM P310-VALIDATE-RANK
              THRU    P310-VALIDATE-RANK-EXIT

              IF WS-CARD-OK
                 PERFORM P220-CHANGE-TRUST
                 THRU    P220-CHANGE-TRUST-EXIT
              END-IF

           WHEN TSC-DELETE
              PERFORM P230-DELETE-TRUST
              THRU    P230-DELETE-TRUST-EXIT

           WHEN OTHER
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED ACTION ON TRUST CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE

           PERFORM P100-READ-CARD THRU P100-READ-CARD-EXIT
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

       P210-ADD-TRUST.

           MOVE TSC-CLIENT-TYPE TO TRS-CLIENT-TYPE
           MOVE TSC-FIELD-GROUP TO TRS-FIELD-GROUP
           MOVE TSC-FEED-ID     TO TRS-FEED-ID

           READ TRUSTF
             INVALID KEY
                MOVE SPACES          TO REC-SOURCE-TRUST
                MOVE TSC-CLIENT-TYPE TO TRS-CLIENT-TYPE
                MOVE TSC-FIELD-GROUP TO TRS-FIELD-GROUP
                MOVE TSC-FEED-ID     TO TRS-FEED-ID
                MOVE TSC-RANK        TO TRS-RANK
                MOVE WS-RUN-DATE     TO TRS-MAINT-DATE

                WRITE REC-SOURCE-TRUST
                END-WRITE

                IF WS-FS-TRUSTF NOT EQUAL '00'
                   DISPLAY 'WRITE TRUSTF FS: ' WS-FS-TRUSTF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-ADDED

                MOVE 'ADDED'    TO WS-TMP-ACTION
                MOVE ZEROS      TO WS-TMP-OLD-RANK

                PERFORM P800-WRITE-MAINT-LINE
                THRU    P800-WRITE-MAINT-LINE-EXIT

             NOT INVALID KEY
                MOVE 'BDUP' TO EXC-REASON-CODE
                MOVE 'FEED ALREADY RANKED FOR TYPE AND GROUP'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT
           END-READ
           .

       P210-ADD-TRUST-EXIT.
           EXIT.

       P220-CHANGE-TRUST.

           MOVE TSC-CLIENT-TYPE TO TRS-CLIENT-TYPE
           MOVE TSC-FIELD-GROUP TO TRS-FIELD-GROUP
           MOVE TSC-FEED-ID     TO TRS-FEED-ID

           READ TRUSTF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'TRUST ROW NOT ON TRUSTF'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                MOVE TRS-RANK    TO WS-TMP-OLD-RANK
                MOVE TSC-RANK    TO TRS-RANK
                MOVE WS-RUN-DATE TO TRS-MAINT-DATE

                REWRITE REC-SOURCE-TRUST
                END-REWRITE

                IF WS-FS-TRUSTF NOT EQUAL '00'
                   DISPLAY 'REWRITE TRUSTF FS:' WS-FS-TRUSTF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-CHANGED

                MOVE 'CHANGED'  TO WS-TMP-ACTION

                PERFORM P800-WRITE-MAINT-LINE
                THRU    P800-WRITE-MAINT-LINE-EXIT
           END-READ
           .

       P220-CHANGE-TRUST-EXIT.
           EXIT.

       P230-DELETE-TRUST.

           MOVE TSC-CLIENT-TYPE TO TRS-CLIENT-TYPE
           MOVE TSC-FIELD-GROUP TO TRS-FIELD-GROUP
           MOVE TSC-FEED-ID     TO TRS-FEED-ID

           READ TRUSTF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'TRUST ROW NOT ON TRUSTF'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                MOVE 'DELETED'  TO WS-TMP-ACTION
                MOVE TRS-RANK   TO WS-TMP-OLD-RANK

                PERFORM P800-WRITE-MAINT-LINE
                THRU    P800-WRITE-MAINT-LINE-EXIT

                DELETE TRUSTF
                END-DELETE

                IF WS-FS-TRUSTF NOT EQUAL '00'
                   DISPLAY 'DELETE TRUSTF FS:' WS-FS-TRUSTF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-DELETED
           END-READ
           .

       P230-DELETE-TRUST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The field group must be one the loaders judge for the card's
      * CLIENT-TYPE (see TRUSTF.cpy).
      *-----------------------------------------------------------------
       P300-VALIDATE-GROUP.

           MOVE TSC-CLIENT-TYPE TO WS-TG-CLIENT-TYPE
           MOVE TSC-FIELD-GROUP TO WS-TG-FIELD-GROUP

           EVALUATE TRUE
           WHEN WS-TG-CLIENT-TYPE EQUAL 1 AND WS-TG-TYPE1-GROUP
           WHEN WS-TG-CLIENT-TYPE EQUAL 2 AND WS-TG-TYPE2-GROUP
           WHEN WS-TG-CLIENT-TYPE EQUAL 3 AND WS-TG-TYPE3-GROUP
           WHEN WS-TG-CLIENT-TYPE EQUAL 5 AND WS-TG-TYPE5-GROUP
              CONTINUE
           WHEN OTHER
              MOVE 'BGRP' TO EXC-REASON-CODE
              MOVE 'FIELD GROUP NOT CARRIED BY CLIENT-TYPE'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE
           .

       P300-VALIDATE-GROUP-EXIT.
           EXIT.

       P310-VALIDATE-RANK.

           IF TSC-RANK-X EQUAL SPACES
              OR TSC-RANK NOT NUMERIC
              MOVE 'BRNK' TO EXC-REASON-CODE
              MOVE 'INVALID RANK ON TRUST CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P310-VALIDATE-RANK-EXIT.
           EXIT.

       P800-WRITE-MAINT-LINE.

           MOVE TRS-CLIENT-TYPE    TO WS-TMP-CLIENT-TYPE
           MOVE TRS-FIELD-GROUP    TO WS-TMP-FIELD-GROUP
           MOVE TRS-FEED-ID        TO WS-TMP-FEED-ID
           MOVE TRS-RANK           TO WS-TMP-RANK
           MOVE WS-MAINT-LINE      TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P800-WRITE-MAINT-LINE-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE 'N'          TO WS-CARD-OK-SW
           MOVE SPACES       TO EXC-INPUT
           MOVE REC-TRSTCARD TO EXC-INPUT

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

       P950-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CARDS READ'        TO WS-RPT-CNT-LABEL
           MOVE WS-READ             TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'TRUST ROWS ADDED'  TO WS-RPT-CNT-LABEL
           MOVE WS-ADDED            TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'RANKS CHANGED'     TO WS-RPT-CNT-LABEL
           MOVE WS-CHANGED          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'DELETED'           TO WS-RPT-CNT-LABEL
           MOVE WS-DELETED          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CARDS REJECTED'    TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P950-WRITE-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.

       COPY RPTWRT.
