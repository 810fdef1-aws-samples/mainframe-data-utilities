      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Client-to-client relationship maintenance. Each RELCARDS card
      * adds, ends or deletes one RELF row: client A holds role R for
      * client B (power of attorney, guarantor, beneficiary -- the
      * active codes on table RELROLE of the shared code table).
      *
      *   'A' add a relationship from its effective date; an end date
      *       on the same card records one already finished. A row
      *       for the same parties and role that has ended is
      *       re-opened with the new dates; one still open is a
      *       duplicate and is rejected.
      *   'E' end an open relationship on the card's end date (blank
      *       takes the processing date).
      *   'D' delete a row keyed in error. A relationship that simply
      *       stopped is ended, not deleted, so the history stays.
      *
      * Both parties must carry a type-1 CLIENT record when a
      * relationship is added, so a mistyped id cannot create a
      * relationship with nobody.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS42.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT RELCARDS ASSIGN TO RELCARDS
                  FILE STATUS IS WS-FS-RELCARDS.

           SELECT RELF     ASSIGN TO RELF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS REL-KEY
                  FILE STATUS   IS WS-FS-RELF.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT CODETBL  ASSIGN TO CODETBL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CT-KEY
                  FILE STATUS   IS WS-FS-CODETBL.

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

       FD  RELCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-RELCARD.
           03  RLC-ACTION                PIC  X(001).
               88  RLC-ADD                   VALUE 'A'.
               88  RLC-END                   VALUE 'E'.
               88  RLC-DELETE                VALUE 'D'.
           03  RLC-CLIENT-ID             PIC  9(009).
           03  RLC-ROLE-CODE             PIC  X(004).
           03  RLC-OTHER-ID              PIC  9(009).
           03  RLC-EFFECTIVE-DATE        PIC  9(008).
           03  RLC-EFFECTIVE-DATE-X REDEFINES RLC-EFFECTIVE-DATE
                                         PIC  X(008).
           03  RLC-END-DATE              PIC  9(008).
           03  RLC-END-DATE-X REDEFINES RLC-END-DATE
                                         PIC  X(008).
           03  RLC-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(033).

       FD  RELF.

       COPY RELF.

       FD  CLIENT.

       01  REC-CLIENT.
           03  CLIENT-KEY.
            05 CLIENT-ID                 PIC  9(009) COMP.
            05 CLIENT-TYPE               PIC  9(004) COMP.
           03  CLIENT-MAIN               PIC  X(494).

       FD  CODETBL.

       COPY CODETBL.

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
           05  WS-FS-RELCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-RELF                PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-CODETBL             PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-ADDED                  PIC 9(009) VALUE ZEROS.
           05  WS-REOPENED               PIC 9(009) VALUE ZEROS.
           05  WS-ENDED                  PIC 9(009) VALUE ZEROS.
           05  WS-DELETED                PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-EFFECTIVE-DATE             PIC 9(008) VALUE ZEROS.
       01  WS-END-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-DATE-WORK                  PIC 9(008) VALUE ZEROS.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY                PIC 9(004).
           05  WS-DW-MM                  PIC 9(002).
           05  WS-DW-DD                  PIC 9(002).

       01  WS-SWITCHES.
           05  WS-RELCARDS-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-RELCARDS-EOF           VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-CARD-OK-SW             PIC X(001) VALUE 'Y'.
               88  WS-CARD-OK                VALUE 'Y'.
           05  WS-DATE-OK-SW             PIC X(001) VALUE 'Y'.
               88  WS-DATE-OK                VALUE 'Y'.

       01  WS-MAINT-LINE.
           05  WS-RMP-ACTION             PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RMP-CLIENT-ID          PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RMP-ROLE-CODE          PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RMP-OTHER-ID           PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RMP-EFFECTIVE-DATE     PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RMP-END-DATE           PIC 9(008) BLANK WHEN ZERO
                                         VALUE ZEROS.

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

           DISPLAY 'COBKS42 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT RELCARDS.

           IF WS-FS-RELCARDS NOT EQUAL '00'
              DISPLAY 'OPEN RELCARDS FS:' WS-FS-RELCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O RELF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined relationship cluster opens with
      * file status 35 -- seed it empty and reopen, as COBKS17 does
      * for HOUSEF.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-RELF EQUAL '00'
              CONTINUE
           WHEN WS-FS-RELF EQUAL '35'
              DISPLAY 'EMPTY RELF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT RELF

              IF WS-FS-RELF NOT EQUAL '00'
                 DISPLAY 'OPEN RELF    FS: ' WS-FS-RELF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE RELF

              OPEN I-O RELF

              IF WS-FS-RELF NOT EQUAL '00'
                 DISPLAY 'REOPEN RELF  FS: ' WS-FS-RELF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN RELF    FS: ' WS-FS-RELF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT CODETBL.

           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'OPEN CODETBL FS: ' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBKS42 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'CLIENT RELATIONSHIP MAINTENANCE'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS42 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'ACTION    CLIENT-ID  ROLE   OTHER-ID'
                                   TO WS-COLUMN-HEADING (1:36)
           MOVE 'EFFECTIVE ENDED'
                                   TO WS-COLUMN-HEADING (42:15)

           PERFORM P100-READ-CARD THRU P100-READ-CARD-EXIT

           PERFORM P200-APPLY-CARD THRU P200-APPLY-CARD-EXIT
              UNTIL WS-RELCARDS-EOF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE RELCARDS.
           IF WS-FS-RELCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE RELCARDS FS:' WS-FS-RELCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE RELF.
           IF WS-FS-RELF NOT EQUAL '00'
              DISPLAY 'CLOSE RELF    FS:' WS-FS-RELF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CODETBL.
           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'CLOSE CODETBL FS:' WS-FS-CODETBL
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
           DISPLAY 'REOPENED......: ' WS-REOPENED.
           DISPLAY 'ENDED.........: ' WS-ENDED.
           DISPLAY 'DELETED.......: ' WS-DELETED.
           DISPLAY 'REJECTED......: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS42 FINISHED'.

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

           READ RELCARDS
             AT END
                MOVE 'Y' TO WS-RELCARDS-EOF-SW
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

           MOVE RLC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE RLC-ACTION      TO WS-OPA-ACTION

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

           WHEN RLC-CLIENT-ID NOT NUMERIC
              OR RLC-CLIENT-ID EQUAL ZEROS
              OR RLC-OTHER-ID  NOT NUMERIC
              OR RLC-OTHER-ID  EQUAL ZEROS
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'INVALID CLIENT-ID ON RELATIONSHIP CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN RLC-CLIENT-ID EQUAL RLC-OTHER-ID
              MOVE 'BSAM' TO EXC-REASON-CODE
              MOVE 'CLIENT AND OTHER PARTY ARE THE SAME ID'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN RLC-ADD
              PERFORM P210-ADD-RELATIONSHIP
              THRU    P210-ADD-RELATIONSHIP-EXIT

           WHEN RLC-END
              PERFORM P230-END-RELATIONSHIP
              THRU    P230-END-RELATIONSHIP-EXIT

           WHEN RLC-DELETE
              PERFORM P240-DELETE-RELATIONSHIP
              THRU    P240-DELETE-RELATIONSHIP-EXIT

           WHEN OTHER
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED ACTION ON RELATIONSHIP CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE

           PERFORM P100-READ-CARD THRU P100-READ-CARD-EXIT
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An add is checked in the order an operator would fix it:
      * role, dates, then both parties on CLIENT, then the file.
      *-----------------------------------------------------------------
       P210-ADD-RELATIONSHIP.

           PERFORM P300-VALIDATE-ROLE
           THRU    P300-VALIDATE-ROLE-EXIT

           IF WS-CARD-OK
              IF RLC-EFFECTIVE-DATE-X EQUAL SPACES
                 MOVE ZEROS TO RLC-EFFECTIVE-DATE
              END-IF

              IF RLC-EFFECTIVE-DATE NUMERIC
                 AND RLC-EFFECTIVE-DATE NOT EQUAL ZEROS
                 MOVE RLC-EFFECTIVE-DATE TO WS-DATE-WORK

                 PERFORM P320-CHECK-DATE
                 THRU    P320-CHECK-DATE-EXIT
              ELSE
                 MOVE 'N' TO WS-DATE-OK-SW
              END-IF

              IF WS-DATE-OK
                 MOVE RLC-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
              ELSE
                 MOVE 'BDAT' TO EXC-REASON-CODE
                 MOVE 'INVALID EFFECTIVE DATE ON CARD'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              END-IF
           END-IF

           IF WS-CARD-OK
              MOVE ZEROS TO WS-END-DATE

              IF RLC-END-DATE-X NOT EQUAL SPACES
                 IF RLC-END-DATE NUMERIC
                    MOVE RLC-END-DATE TO WS-DATE-WORK

                    PERFORM P320-CHECK-DATE
                    THRU    P320-CHECK-DATE-EXIT
                 ELSE
                    MOVE 'N' TO WS-DATE-OK-SW
                 END-IF

                 IF WS-DATE-OK
                    AND RLC-END-DATE NOT LESS WS-EFFECTIVE-DATE
                    MOVE RLC-END-DATE TO WS-END-DATE
                 ELSE
                    MOVE 'BDAT' TO EXC-REASON-CODE
                    MOVE 'INVALID END DATE OR BEFORE EFFECTIVE'
                    TO   EXC-REASON-TEXT

                    PERFORM P900-WRITE-EXCEPTION
                    THRU    P900-WRITE-EXCEPTION-EXIT
                 END-IF
              END-IF
           END-IF

           IF WS-CARD-OK
              MOVE RLC-CLIENT-ID TO CLIENT-ID

              PERFORM P310-CHECK-PARTY
              THRU    P310-CHECK-PARTY-EXIT
           END-IF

           IF WS-CARD-OK
              MOVE RLC-OTHER-ID  TO CLIENT-ID

              PERFORM P310-CHECK-PARTY
              THRU    P310-CHECK-PARTY-EXIT
           END-IF

           IF WS-CARD-OK
              MOVE RLC-CLIENT-ID TO REL-CLIENT-ID
              MOVE RLC-ROLE-CODE TO REL-ROLE-CODE
              MOVE RLC-OTHER-ID  TO REL-OTHER-ID

              READ RELF
                INVALID KEY
                   PERFORM P220-WRITE-RELATIONSHIP
                   THRU    P220-WRITE-RELATIONSHIP-EXIT
                NOT INVALID KEY
                   IF REL-OPEN
                      MOVE 'BDUP' TO EXC-REASON-CODE
                      MOVE 'RELATIONSHIP ALREADY OPEN ON RELF'
                      TO   EXC-REASON-TEXT

                      PERFORM P900-WRITE-EXCEPTION
                      THRU    P900-WRITE-EXCEPTION-EXIT
                   ELSE
                      PERFORM P225-REOPEN-RELATIONSHIP
                      THRU    P225-REOPEN-RELATIONSHIP-EXIT
                   END-IF
              END-READ
           END-IF
           .

       P210-ADD-RELATIONSHIP-EXIT.
           EXIT.

       P220-WRITE-RELATIONSHIP.

           MOVE SPACES            TO REC-RELATIONSHIP
           MOVE RLC-CLIENT-ID     TO REL-CLIENT-ID
           MOVE RLC-ROLE-CODE     TO REL-ROLE-CODE
           MOVE RLC-OTHER-ID      TO REL-OTHER-ID
           MOVE WS-EFFECTIVE-DATE TO REL-EFFECTIVE-DATE
           MOVE WS-END-DATE       TO REL-END-DATE
           MOVE WS-RUN-DATE       TO REL-MAINT-DATE

           WRITE REC-RELATIONSHIP
           END-WRITE

           IF WS-FS-RELF NOT EQUAL '00'
              DISPLAY 'WRITE RELF   FS: ' WS-FS-RELF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-ADDED

           MOVE 'ADDED'    TO WS-RMP-ACTION

           PERFORM P800-WRITE-MAINT-LINE
           THRU    P800-WRITE-MAINT-LINE-EXIT
           .

       P220-WRITE-RELATIONSHIP-EXIT.
           EXIT.

       P225-REOPEN-RELATIONSHIP.

           MOVE WS-EFFECTIVE-DATE TO REL-EFFECTIVE-DATE
           MOVE WS-END-DATE       TO REL-END-DATE
           MOVE WS-RUN-DATE       TO REL-MAINT-DATE

           REWRITE REC-RELATIONSHIP
           END-REWRITE

           IF WS-FS-RELF NOT EQUAL '00'
              DISPLAY 'REWRITE RELF FS: ' WS-FS-RELF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-REOPENED

           MOVE 'REOPENED' TO WS-RMP-ACTION

           PERFORM P800-WRITE-MAINT-LINE
           THRU    P800-WRITE-MAINT-LINE-EXIT
           .

       P225-REOPEN-RELATIONSHIP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An end date may not fall before the relationship began; a
      * relationship already ended is not ended a second time.
      *-----------------------------------------------------------------
       P230-END-RELATIONSHIP.

           IF RLC-END-DATE-X EQUAL SPACES
              MOVE WS-RUN-DATE TO RLC-END-DATE
           END-IF

           IF RLC-END-DATE NUMERIC
              MOVE RLC-END-DATE TO WS-DATE-WORK

              PERFORM P320-CHECK-DATE
              THRU    P320-CHECK-DATE-EXIT
           ELSE
              MOVE 'N' TO WS-DATE-OK-SW
           END-IF

           IF NOT WS-DATE-OK
              MOVE 'BDAT' TO EXC-REASON-CODE
              MOVE 'INVALID END DATE ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF

           IF WS-CARD-OK
              MOVE RLC-CLIENT-ID TO REL-CLIENT-ID
              MOVE RLC-ROLE-CODE TO REL-ROLE-CODE
              MOVE RLC-OTHER-ID  TO REL-OTHER-ID

              READ RELF
                INVALID KEY
                   MOVE 'BKEY' TO EXC-REASON-CODE
                   MOVE 'RELATIONSHIP NOT ON RELF'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT

                NOT INVALID KEY
                   EVALUATE TRUE
                   WHEN NOT REL-OPEN
                      MOVE 'BSTA' TO EXC-REASON-CODE
                      MOVE 'RELATIONSHIP ALREADY ENDED ON RELF'
                      TO   EXC-REASON-TEXT

                      PERFORM P900-WRITE-EXCEPTION
                      THRU    P900-WRITE-EXCEPTION-EXIT

                   WHEN RLC-END-DATE LESS REL-EFFECTIVE-DATE
                      MOVE 'BDAT' TO EXC-REASON-CODE
                      MOVE 'END DATE BEFORE EFFECTIVE DATE'
                      TO   EXC-REASON-TEXT

                      PERFORM P900-WRITE-EXCEPTION
                      THRU    P900-WRITE-EXCEPTION-EXIT

                   WHEN OTHER
                      MOVE RLC-END-DATE TO REL-END-DATE
                      MOVE WS-RUN-DATE  TO REL-MAINT-DATE

                      REWRITE REC-RELATIONSHIP
                      END-REWRITE

                      IF WS-FS-RELF NOT EQUAL '00'
                         DISPLAY 'REWRITE RELF FS: ' WS-FS-RELF
                         PERFORM P999-ERROR THRU P999-ERROR-EXIT
                      END-IF

                      ADD 1 TO WS-ENDED

                      MOVE 'ENDED' TO WS-RMP-ACTION

                      PERFORM P800-WRITE-MAINT-LINE
                      THRU    P800-WRITE-MAINT-LINE-EXIT
                   END-EVALUATE
              END-READ
           END-IF
           .

       P230-END-RELATIONSHIP-EXIT.
           EXIT.

       P240-DELETE-RELATIONSHIP.

           MOVE RLC-CLIENT-ID TO REL-CLIENT-ID
           MOVE RLC-ROLE-CODE TO REL-ROLE-CODE
           MOVE RLC-OTHER-ID  TO REL-OTHER-ID

           READ RELF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'RELATIONSHIP NOT ON RELF'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                MOVE 'DELETED' TO WS-RMP-ACTION

                PERFORM P800-WRITE-MAINT-LINE
                THRU    P800-WRITE-MAINT-LINE-EXIT

                DELETE RELF
                END-DELETE

                IF WS-FS-RELF NOT EQUAL '00'
                   DISPLAY 'DELETE RELF  FS: ' WS-FS-RELF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-DELETED
           END-READ
           .

       P240-DELETE-RELATIONSHIP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The role must be an active code on table RELROLE of the shared
      * code table, read the way COBKS05 edits INPUTF-ED-LVL.
      *-----------------------------------------------------------------
       P300-VALIDATE-ROLE.

           MOVE 'RELROLE'     TO CT-TABLE-ID
           MOVE RLC-ROLE-CODE TO CT-CODE

           READ CODETBL
             INVALID KEY
                MOVE 'BROL' TO EXC-REASON-CODE
                MOVE 'ROLE CODE NOT ON ACTIVE CODE TABLE'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                IF NOT CT-ACTIVE
                   MOVE 'BROL' TO EXC-REASON-CODE
                   MOVE 'ROLE CODE NOT ON ACTIVE CODE TABLE'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT
                END-IF
           END-READ
           .

       P300-VALIDATE-ROLE-EXIT.
           EXIT.

       P310-CHECK-PARTY.

           MOVE 1 TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                MOVE 'BCLI' TO EXC-REASON-CODE
                MOVE 'NO TYPE-1 CLIENT ON FILE FOR PARTY'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT
           END-READ
           .

       P310-CHECK-PARTY-EXIT.
           EXIT.

       P320-CHECK-DATE.

           MOVE 'Y' TO WS-DATE-OK-SW

           IF WS-DW-MM LESS 1 OR WS-DW-MM GREATER 12
              OR WS-DW-DD LESS 1 OR WS-DW-DD GREATER 31
              MOVE 'N' TO WS-DATE-OK-SW
           END-IF
           .

       P320-CHECK-DATE-EXIT.
           EXIT.

       P800-WRITE-MAINT-LINE.

           MOVE REL-CLIENT-ID      TO WS-RMP-CLIENT-ID
           MOVE REL-ROLE-CODE      TO WS-RMP-ROLE-CODE
           MOVE REL-OTHER-ID       TO WS-RMP-OTHER-ID
           MOVE REL-EFFECTIVE-DATE TO WS-RMP-EFFECTIVE-DATE
           MOVE REL-END-DATE       TO WS-RMP-END-DATE
           MOVE WS-MAINT-LINE      TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P800-WRITE-MAINT-LINE-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE 'N'         TO WS-CARD-OK-SW
           MOVE SPACES      TO EXC-INPUT
           MOVE REC-RELCARD TO EXC-INPUT

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
           MOVE 'RELATIONSHIPS ADDED' TO WS-RPT-CNT-LABEL
           MOVE WS-ADDED            TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REOPENED'          TO WS-RPT-CNT-LABEL
           MOVE WS-REOPENED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ENDED'             TO WS-RPT-CNT-LABEL
           MOVE WS-ENDED            TO WS-RPT-CNT-VALUE
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
