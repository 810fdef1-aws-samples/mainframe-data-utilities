      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Know-your-customer review completion. Each REVCARDS card
      * records one finished review: the client, the day compliance
      * signed it off (blank takes the processing date) and the
      * reviewer. The REVCTLF row takes the review and its due date
      * rolls forward one cycle from the review date -- a year for a
      * high-tier client, three years otherwise -- so it drops off
      * COBKS35's worklist. A client with no control row has not been
      * through COBKS35 yet and the card is rejected.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS36.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT REVCARDS ASSIGN TO REVCARDS
                  FILE STATUS IS WS-FS-REVCARDS.

           SELECT REVCTLF  ASSIGN TO REVCTLF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS RVC-KEY
                  FILE STATUS   IS WS-FS-REVCTLF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  REVCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REVCARD.
           03  RVK-CLIENT-ID             PIC  9(009).
           03  RVK-REVIEW-DATE           PIC  9(008).
           03  RVK-REVIEW-DATE-X REDEFINES RVK-REVIEW-DATE
                                         PIC  X(008).
           03  RVK-REVIEWER-ID           PIC  X(008).
           03  FILLER                    PIC  X(055).

       FD  REVCTLF.

       COPY REVCTLF.

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

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-REVCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-REVCTLF             PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-RECORDED               PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-CYCLE-YEARS            PIC 9(001) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-DATE-WORK                  PIC 9(008) VALUE ZEROS.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY                PIC 9(004).
           05  WS-DW-MM                  PIC 9(002).
           05  WS-DW-DD                  PIC 9(002).

       01  WS-SWITCHES.
           05  WS-REVCARDS-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-REVCARDS-EOF           VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.

       01  WS-REVIEW-LINE.
           05  WS-RVP-CLIENT-ID          PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RVP-REVIEW-DATE        PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RVP-REVIEWER-ID        PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RVP-TIER               PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RVP-OLD-DUE            PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RVP-NEW-DUE            PIC 9(008) VALUE ZEROS.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS36 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT REVCARDS.

           IF WS-FS-REVCARDS NOT EQUAL '00'
              DISPLAY 'OPEN REVCARDS FS:' WS-FS-REVCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O REVCTLF.

           IF WS-FS-REVCTLF NOT EQUAL '00'
              DISPLAY 'OPEN REVCTLF FS: ' WS-FS-REVCTLF
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

           MOVE 'KYC REVIEWS RECORDED'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS36 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'CLIENT-ID  REVIEWED  REVIEWER  TIER'
                                   TO WS-COLUMN-HEADING (1:35)
           MOVE 'WAS DUE   NOW DUE'
                                   TO WS-COLUMN-HEADING (42:17)

           PERFORM P100-READ-CARD THRU P100-READ-CARD-EXIT

           PERFORM P200-APPLY-CARD THRU P200-APPLY-CARD-EXIT
              UNTIL WS-REVCARDS-EOF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE REVCARDS.
           IF WS-FS-REVCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE REVCARDS FS:' WS-FS-REVCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REVCTLF.
           IF WS-FS-REVCTLF NOT EQUAL '00'
              DISPLAY 'CLOSE REVCTLF FS:' WS-FS-REVCTLF
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
           DISPLAY 'CARDS READ....: ' WS-READ.
           DISPLAY 'REVIEWS RECORDED: ' WS-RECORDED.
           DISPLAY 'REJECTED......: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS36 FINISHED'.

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

           READ REVCARDS
             AT END
                MOVE 'Y' TO WS-REVCARDS-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ
           END-READ
           .

       P100-READ-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A review date may not lie in the future, and may not fall
      * before the review already on record -- a late card for an
      * older review must not pull the due date back.
      *-----------------------------------------------------------------
       P200-APPLY-CARD.

           IF RVK-REVIEW-DATE-X EQUAL SPACES
              MOVE ZEROS TO RVK-REVIEW-DATE
           END-IF

           IF RVK-REVIEW-DATE NUMERIC
              MOVE RVK-REVIEW-DATE TO WS-DATE-WORK
           ELSE
              MOVE 99999999        TO WS-DATE-WORK
           END-IF

           IF WS-DATE-WORK EQUAL ZEROS
              MOVE WS-RUN-DATE     TO WS-DATE-WORK
           END-IF

           EVALUATE TRUE
           WHEN RVK-CLIENT-ID NOT NUMERIC
              OR RVK-CLIENT-ID EQUAL ZEROS
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'INVALID CLIENT-ID ON REVIEW CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN WS-DW-MM LESS 1 OR WS-DW-MM GREATER 12
              OR WS-DW-DD LESS 1 OR WS-DW-DD GREATER 31
              OR WS-DATE-WORK GREATER WS-RUN-DATE
              MOVE 'BDAT' TO EXC-REASON-CODE
              MOVE 'INVALID OR FUTURE REVIEW DATE ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN RVK-REVIEWER-ID EQUAL SPACES
              MOVE 'BRVW' TO EXC-REASON-CODE
              MOVE 'BLANK REVIEWER ID ON REVIEW CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OTHER
              PERFORM P210-RECORD-REVIEW
              THRU    P210-RECORD-REVIEW-EXIT
           END-EVALUATE

           PERFORM P100-READ-CARD THRU P100-READ-CARD-EXIT
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

       P210-RECORD-REVIEW.

           MOVE RVK-CLIENT-ID TO RVC-CLIENT-ID

           READ REVCTLF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'NO REVIEW CONTROL ROW FOR CLIENT'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                IF WS-DATE-WORK LESS RVC-LAST-REVIEW-DATE
                   MOVE 'BDAT' TO EXC-REASON-CODE
                   MOVE 'REVIEW DATE BEFORE LAST RECORDED REVIEW'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT
                ELSE
                   PERFORM P220-ROLL-DUE-DATE
                   THRU    P220-ROLL-DUE-DATE-EXIT
                END-IF
           END-READ
           .

       P210-RECORD-REVIEW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Due date = review date plus the tier's cycle in whole years;
      * a 29 February review lands on 28 February.
      *-----------------------------------------------------------------
       P220-ROLL-DUE-DATE.

           MOVE SPACES               TO WS-REVIEW-LINE
           MOVE RVK-CLIENT-ID        TO WS-RVP-CLIENT-ID
           MOVE WS-DATE-WORK         TO WS-RVP-REVIEW-DATE
                                        RVC-LAST-REVIEW-DATE
           MOVE RVK-REVIEWER-ID      TO WS-RVP-REVIEWER-ID
                                        RVC-REVIEWER-ID
           MOVE RVC-NEXT-DUE-DATE    TO WS-RVP-OLD-DUE

           IF RVC-TIER-HIGH
              MOVE 'HIGH'     TO WS-RVP-TIER
              MOVE 1          TO WS-CYCLE-YEARS
           ELSE
              MOVE 'STANDARD' TO WS-RVP-TIER
              MOVE 3          TO WS-CYCLE-YEARS
           END-IF

           ADD WS-CYCLE-YEARS TO WS-DW-YYYY

           IF WS-DW-MM EQUAL 2 AND WS-DW-DD EQUAL 29
              MOVE 28 TO WS-DW-DD
           END-IF

           MOVE WS-DATE-WORK         TO RVC-NEXT-DUE-DATE
                                        WS-RVP-NEW-DUE

           REWRITE REC-REVIEW-CONTROL
           END-REWRITE

           IF WS-FS-REVCTLF NOT EQUAL '00'
              DISPLAY 'REWRITE REVCTLF FS:' WS-FS-REVCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE WS-REVIEW-LINE       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           ADD 1 TO WS-RECORDED
           .

       P220-ROLL-DUE-DATE-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-REVCARD TO EXC-INPUT

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
           MOVE 'REVIEWS RECORDED'  TO WS-RPT-CNT-LABEL
           MOVE WS-RECORDED         TO WS-RPT-CNT-VALUE
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

       COPY RPTWRT.
