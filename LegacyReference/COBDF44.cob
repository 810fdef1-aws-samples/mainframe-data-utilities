      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * DIFS maintenance history inquiry. For each subject on the
      * card deck the DIFSHIST rows (see DIFSHSTF.cpy) are replayed in
      * the order the changes were made: one line per event -- when,
      * which program, what was done, to which record, and by which
      * operator where the run carried one -- followed by the parts
      * of the record image the event touched. A change prints the
      * before and after of each 60-byte slice that differs, an add
      * the new image, a physical delete the image removed.
      *
      * A card carrying an as-of date also answers the auditors'
      * question "what did the record say on that date": for every
      * record of the subject, the image left by the last change made
      * on or before the date. A record first changed after the date
      * shows the before image of that first change -- what it said
      * until then. Every card is logged on ACCESSLG like any other
      * DIFS inquiry.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF44.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT HSTCARDS ASSIGN TO HSTCARDS
                  FILE STATUS IS WS-FS-HSTCARDS.

           SELECT DIFSHIST ASSIGN TO DIFSHIST
                  FILE STATUS IS WS-FS-DIFSHIST.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT ACCESSLG ASSIGN TO ACCESSLG
                  FILE STATUS IS WS-FS-ACCESSLG.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  HSTCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

      *-----------------------------------------------------------------
      * History inquiry card: cols 1-2 state, 3-26 ID number, 27-34
      * the requesting job/user for the access log, 35-42 the
      * optional as-of date (CCYYMMDD; blank for the replay alone).
      *-----------------------------------------------------------------
       01  REC-HSTCARD.
           03  HQC-ID-STATE              PIC  X(002).
           03  HQC-ID-NO                 PIC  X(024).
           03  HQC-REQUESTOR             PIC  X(008).
           03  HQC-AS-OF-DATE            PIC  X(008).
           03  FILLER                    PIC  X(038).

       FD  DIFSHIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       COPY DIFSHSTF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       FD  ACCESSLG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY ACCESSF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-HSTCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-DIFSHIST            PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-ACCESSLG            PIC X(002) VALUE SPACES.
           05  WS-CARDS-READ             PIC 9(005) VALUE ZEROS.
           05  WS-CARDS-HIT              PIC 9(005) VALUE ZEROS.
           05  WS-CARDS-MISSED           PIC 9(005) VALUE ZEROS.
           05  WS-HIST-READ              PIC 9(009) VALUE ZEROS.
           05  WS-ROWS-LOADED            PIC 9(009) VALUE ZEROS.
           05  WS-ROWS-DROPPED           PIC 9(009) VALUE ZEROS.
           05  WS-SUBJ-IX                PIC 9(003) VALUE ZEROS.
           05  WS-SUBJ-FOUND-IDX         PIC 9(003) VALUE ZEROS.
           05  WS-HOME-IX                PIC 9(003) VALUE ZEROS.
           05  WS-ROW-IX                 PIC 9(005) VALUE ZEROS.
           05  WS-INS-IX                 PIC 9(005) VALUE ZEROS.
           05  WS-NEXT-IX                PIC 9(005) VALUE ZEROS.
           05  WS-KEY-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-KEY-FOUND-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-SLICE-IX               PIC 9(001) VALUE ZEROS.
           05  WS-SLICE-POS              PIC 9(003) VALUE ZEROS.
           05  WS-SLICE-LEN              PIC 9(003) VALUE ZEROS.
           05  WS-SLICE-END              PIC 9(003) VALUE ZEROS.
           05  WS-SUBJECT-KEY            PIC X(026) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-CARDS-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-CARDS-EOF              VALUE 'Y'.
           05  WS-HIST-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-HIST-EOF               VALUE 'Y'.
           05  WS-SLOT-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-SLOT-FOUND             VALUE 'Y'.

      *-----------------------------------------------------------------
      * The card deck, held while DIFSHIST is read once for all of
      * it: the subject, who asked, the as-of date (zero when none),
      * the number of history rows found for the subject, and the
      * entry the rows are filed under -- the subject's first card,
      * so a subject asked about twice replays in full both times.
      *-----------------------------------------------------------------
       01  WS-SUBJ-TABLE.
           05  WS-SUBJ-CNT               PIC 9(003) VALUE ZEROS.
           05  WS-SUBJ-ENTRY OCCURS 50 TIMES.
               10  WS-SUBJ-STATE-NO      PIC X(026).
               10  WS-SUBJ-REQUESTOR     PIC X(008).
               10  WS-SUBJ-AS-OF         PIC 9(008).
               10  WS-SUBJ-ROWS          PIC 9(005).
               10  WS-SUBJ-HOME-IDX      PIC 9(003).

      *-----------------------------------------------------------------
      * The history rows for the deck's subjects, kept in subject,
      * change date and change time order by insertion as they are
      * read. Rows with the same date and time stay in file order.
      *-----------------------------------------------------------------
       01  WS-ROW-TABLE.
           05  WS-ROW-CNT                PIC 9(005) VALUE ZEROS.
           05  WS-ROW-ENTRY OCCURS 2000 TIMES.
               10  WS-ROW-KEY.
                   15  WS-ROW-SUBJ       PIC 9(003).
                   15  WS-ROW-DATE       PIC 9(008).
                   15  WS-ROW-TIME       PIC 9(008).
               10  WS-ROW-DATA           PIC X(680).

       01  WS-NEW-KEY.
           05  WS-NEW-SUBJ               PIC 9(003) VALUE ZEROS.
           05  WS-NEW-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-NEW-TIME               PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * As-of view of one subject: one entry per record (master key)
      * seen in the subject's history, with the row that says what
      * the record held on the as-of date and how to read it --
      *   A  after image of the last change on or before the date
      *   R  removed from the cluster on or before the date
      *   B  before image of the first change after the date
      *   N  not yet on file (first change after the date is the add)
      *-----------------------------------------------------------------
       01  WS-ASOF-TABLE.
           05  WS-ASOF-CNT               PIC 9(003) VALUE ZEROS.
           05  WS-ASOF-ENTRY OCCURS 200 TIMES.
               10  WS-ASOF-MASTER-KEY    PIC X(042).
               10  WS-ASOF-ROW           PIC 9(005).
               10  WS-ASOF-SOURCE        PIC X(001).
                   88  WS-ASOF-AFTER         VALUE 'A'.
                   88  WS-ASOF-REMOVED       VALUE 'R'.
                   88  WS-ASOF-BEFORE        VALUE 'B'.
                   88  WS-ASOF-NOT-YET       VALUE 'N'.

       01  WS-HIST-IMAGE                 PIC X(295) VALUE SPACES.

       01  WS-SUBJ-HDG-LINE.
           05  FILLER                    PIC X(009) VALUE 'SUBJECT: '.
           05  WS-SUBJ-HDG-STATE-NO      PIC X(026) VALUE SPACES.
           05  FILLER                    PIC X(045) VALUE SPACES.

       01  WS-EVENT-LINE.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EVT-DATE               PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EVT-TIME               PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EVT-PROGRAM            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EVT-ACTION             PIC X(011) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EVT-RECORD             PIC X(022) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EVT-OPERATOR           PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(007) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER                    PIC X(003) VALUE SPACES.
           05  WS-IMG-LABEL              PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-IMG-FROM               PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE '-'.
           05  WS-IMG-TO                 PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-IMG-TEXT               PIC X(060) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.

       01  WS-ASOF-HDG-LINE.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(016)
                                         VALUE 'RECORDS AS OF   '.
           05  WS-ASOF-HDG-DATE          PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(055) VALUE SPACES.

       01  WS-ASOF-LINE.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-AOL-RECORD             PIC X(022) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-AOL-STATE              PIC X(015) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-AOL-BASIS              PIC X(012) VALUE SPACES.
           05  WS-AOL-DATE               PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-AOL-PROGRAM            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(011) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                    PIC X(003) VALUE SPACES.
           05  WS-NOTE-TEXT              PIC X(077) VALUE SPACES.

      *-----------------------------------------------------------------
      * DIFS record layout, used here only to read the header of a
      * history image (record type, source, file reference, status).
      *-----------------------------------------------------------------
       COPY DIFSDB.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF44 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT HSTCARDS.

           IF WS-FS-HSTCARDS NOT EQUAL '00'
              DISPLAY 'OPEN HSTCARDS FS:' WS-FS-HSTCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND ACCESSLG.

           IF WS-FS-ACCESSLG NOT EQUAL '00'
              DISPLAY 'OPEN ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'DIFS MAINTENANCE HISTORY INQUIRY'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF44 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE ' DATE     TIME   PROGRAM  ACTION      RECORD'
                                   TO WS-COLUMN-HEADING (1:44)
           MOVE 'OPERATOR'         TO WS-COLUMN-HEADING (60:8)

           PERFORM P100-LOAD-CARDS
           THRU    P100-LOAD-CARDS-EXIT

           IF WS-SUBJ-CNT EQUAL ZEROS
              DISPLAY 'NO HISTORY INQUIRY CARDS. NOTHING TO DO.'
           ELSE
              PERFORM P200-LOAD-HISTORY
              THRU    P200-LOAD-HISTORY-EXIT

              MOVE ZEROS TO WS-SUBJ-IX

              PERFORM P300-ANSWER-SUBJECT
              THRU    P300-ANSWER-SUBJECT-EXIT
                 UNTIL WS-SUBJ-IX NOT LESS WS-SUBJ-CNT
           END-IF

           CLOSE HSTCARDS.
           IF WS-FS-HSTCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE HSTCARDS FS:' WS-FS-HSTCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE ACCESSLG.
           IF WS-FS-ACCESSLG NOT EQUAL '00'
              DISPLAY 'CLOSE ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ........: ' WS-CARDS-READ.
           DISPLAY 'SUBJECTS FOUND....: ' WS-CARDS-HIT.
           DISPLAY 'NO HISTORY........: ' WS-CARDS-MISSED.
           DISPLAY 'HISTORY READ......: ' WS-HIST-READ.
           DISPLAY 'ROWS REPLAYED.....: ' WS-ROWS-LOADED.
           DISPLAY 'ROWS DROPPED......: ' WS-ROWS-DROPPED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF44 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Card pass: the deck is held in WS-SUBJ-TABLE. A card whose
      * as-of date is blank or not numeric asks for the replay only.
      *-----------------------------------------------------------------
       P100-LOAD-CARDS.

           READ HSTCARDS
             AT END
                MOVE 'Y' TO WS-CARDS-EOF-SW
           END-READ

           PERFORM P110-LOAD-ONE-CARD
           THRU    P110-LOAD-ONE-CARD-EXIT
              UNTIL WS-CARDS-EOF
           .

       P100-LOAD-CARDS-EXIT.
           EXIT.

       P110-LOAD-ONE-CARD.

           ADD 1 TO WS-CARDS-READ

           IF WS-SUBJ-CNT LESS 50
              MOVE HQC-ID-STATE TO WS-SUBJECT-KEY (1:2)
              MOVE HQC-ID-NO    TO WS-SUBJECT-KEY (3:24)

              PERFORM P220-FIND-SUBJECT
              THRU    P220-FIND-SUBJECT-EXIT

              ADD 1 TO WS-SUBJ-CNT

              IF WS-SUBJ-FOUND-IDX EQUAL ZERO
                 MOVE WS-SUBJ-CNT TO WS-SUBJ-FOUND-IDX
              END-IF

              MOVE WS-SUBJ-FOUND-IDX
                TO WS-SUBJ-HOME-IDX (WS-SUBJ-CNT)
              MOVE HQC-ID-STATE
                TO WS-SUBJ-STATE-NO (WS-SUBJ-CNT) (1:2)
              MOVE HQC-ID-NO
                TO WS-SUBJ-STATE-NO (WS-SUBJ-CNT) (3:24)
              MOVE HQC-REQUESTOR
                TO WS-SUBJ-REQUESTOR (WS-SUBJ-CNT)
              MOVE ZEROS
                TO WS-SUBJ-AS-OF (WS-SUBJ-CNT)
                   WS-SUBJ-ROWS  (WS-SUBJ-CNT)

              IF HQC-AS-OF-DATE IS NUMERIC
                 MOVE HQC-AS-OF-DATE TO WS-SUBJ-AS-OF (WS-SUBJ-CNT)
              END-IF
           ELSE
              DISPLAY 'INQUIRY TABLE FULL. CARD DROPPED: '
                       REC-HSTCARD
           END-IF

           READ HSTCARDS
             AT END
                MOVE 'Y' TO WS-CARDS-EOF-SW
           END-READ
           .

       P110-LOAD-ONE-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * History pass: DIFSHIST is read once; every row for a subject
      * on the deck goes into WS-ROW-TABLE in its date/time place.
      *-----------------------------------------------------------------
       P200-LOAD-HISTORY.

           OPEN INPUT DIFSHIST.

           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'OPEN DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P210-LOAD-NEXT THRU P210-LOAD-NEXT-EXIT
              UNTIL WS-HIST-EOF

           CLOSE DIFSHIST.
           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'CLOSE DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P200-LOAD-HISTORY-EXIT.
           EXIT.

       P210-LOAD-NEXT.

           READ DIFSHIST
             AT END
                MOVE 'Y' TO WS-HIST-EOF-SW
             NOT AT END
                ADD 1 TO WS-HIST-READ

                MOVE DH-ID-STATE-NUMBER TO WS-SUBJECT-KEY

                PERFORM P220-FIND-SUBJECT
                THRU    P220-FIND-SUBJECT-EXIT

                IF WS-SUBJ-FOUND-IDX GREATER ZERO
                   PERFORM P230-INSERT-ROW
                   THRU    P230-INSERT-ROW-EXIT
                END-IF
           END-READ
           .

       P210-LOAD-NEXT-EXIT.
           EXIT.

       P220-FIND-SUBJECT.

           MOVE ZEROS TO WS-SUBJ-FOUND-IDX
                         WS-SUBJ-IX

           PERFORM P221-SCAN-SUBJECT THRU P221-SCAN-SUBJECT-EXIT
              UNTIL WS-SUBJ-IX NOT LESS WS-SUBJ-CNT
                 OR WS-SUBJ-FOUND-IDX GREATER ZERO
           .

       P220-FIND-SUBJECT-EXIT.
           EXIT.

       P221-SCAN-SUBJECT.

           ADD 1 TO WS-SUBJ-IX

           IF WS-SUBJ-STATE-NO (WS-SUBJ-IX) EQUAL WS-SUBJECT-KEY
              MOVE WS-SUBJ-IX TO WS-SUBJ-FOUND-IDX
           END-IF
           .

       P221-SCAN-SUBJECT-EXIT.
           EXIT.

       P230-INSERT-ROW.

           IF WS-ROW-CNT NOT LESS 2000
              ADD 1 TO WS-ROWS-DROPPED
           ELSE
              MOVE WS-SUBJ-FOUND-IDX TO WS-NEW-SUBJ
              MOVE DH-CHANGE-DATE    TO WS-NEW-DATE
              MOVE DH-CHANGE-TIME    TO WS-NEW-TIME

              MOVE WS-ROW-CNT TO WS-INS-IX
              MOVE 'N'        TO WS-SLOT-FOUND-SW

              PERFORM P231-SHIFT-ONE
              THRU    P231-SHIFT-ONE-EXIT
                 UNTIL WS-INS-IX EQUAL ZERO
                    OR WS-SLOT-FOUND

              ADD 1 TO WS-INS-IX
              MOVE WS-NEW-KEY       TO WS-ROW-KEY  (WS-INS-IX)
              MOVE REC-DIFS-HISTORY TO WS-ROW-DATA (WS-INS-IX)

              ADD 1 TO WS-ROW-CNT
                       WS-ROWS-LOADED
                       WS-SUBJ-ROWS (WS-SUBJ-FOUND-IDX)
           END-IF
           .

       P230-INSERT-ROW-EXIT.
           EXIT.

       P231-SHIFT-ONE.

           IF WS-ROW-KEY (WS-INS-IX) GREATER WS-NEW-KEY
              ADD 1 WS-INS-IX GIVING WS-NEXT-IX
              MOVE WS-ROW-ENTRY (WS-INS-IX)
                TO WS-ROW-ENTRY (WS-NEXT-IX)
              SUBTRACT 1 FROM WS-INS-IX
           ELSE
              MOVE 'Y' TO WS-SLOT-FOUND-SW
           END-IF
           .

       P231-SHIFT-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One subject: the heading, the replay of every row in order,
      * the as-of view when the card asked for one, and the access
      * log row.
      *-----------------------------------------------------------------
       P300-ANSWER-SUBJECT.

           ADD 1 TO WS-SUBJ-IX

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-SUBJ-STATE-NO (WS-SUBJ-IX) TO WS-SUBJ-HDG-STATE-NO
           MOVE WS-SUBJ-HDG-LINE              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-SUBJ-HOME-IDX (WS-SUBJ-IX) TO WS-HOME-IX

           IF WS-SUBJ-ROWS (WS-HOME-IX) EQUAL ZERO
              MOVE SPACES TO WS-NOTE-LINE
              MOVE 'NO MAINTENANCE HISTORY ON FILE'
                                     TO WS-NOTE-TEXT
              MOVE WS-NOTE-LINE      TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              ADD 1 TO WS-CARDS-MISSED
           ELSE
              MOVE ZEROS TO WS-ROW-IX

              PERFORM P310-REPLAY-ROW
              THRU    P310-REPLAY-ROW-EXIT
                 UNTIL WS-ROW-IX NOT LESS WS-ROW-CNT

              IF WS-SUBJ-AS-OF (WS-SUBJ-IX) GREATER ZERO
                 PERFORM P400-AS-OF-VIEW
                 THRU    P400-AS-OF-VIEW-EXIT
              END-IF

              ADD 1 TO WS-CARDS-HIT
           END-IF

           PERFORM P800-LOG-ACCESS
           THRU    P800-LOG-ACCESS-EXIT
           .

       P300-ANSWER-SUBJECT-EXIT.
           EXIT.

       P310-REPLAY-ROW.

           ADD 1 TO WS-ROW-IX

           IF WS-ROW-SUBJ (WS-ROW-IX) EQUAL WS-HOME-IX
              MOVE WS-ROW-DATA (WS-ROW-IX) TO REC-DIFS-HISTORY

              PERFORM P320-PRINT-EVENT
              THRU    P320-PRINT-EVENT-EXIT

              MOVE 1 TO WS-SLICE-IX

              PERFORM P330-PRINT-SLICE
              THRU    P330-PRINT-SLICE-EXIT
                 UNTIL WS-SLICE-IX GREATER 5
           END-IF
           .

       P310-REPLAY-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Event line. The record is named from the after image, or from
      * the before image on a physical delete, as record type /
      * source system / file reference.
      *-----------------------------------------------------------------
       P320-PRINT-EVENT.

           MOVE SPACES              TO WS-EVENT-LINE
           MOVE DH-CHANGE-DATE      TO WS-EVT-DATE
           MOVE DH-CHANGE-TIME (1:6)
                                    TO WS-EVT-TIME
           MOVE DH-PROGRAM          TO WS-EVT-PROGRAM

           EVALUATE TRUE
           WHEN DH-ADDED
              MOVE 'ADDED'          TO WS-EVT-ACTION
           WHEN DH-CHANGED
              MOVE 'CHANGED'        TO WS-EVT-ACTION
           WHEN DH-INACTIVATED
              MOVE 'INACTIVATED'    TO WS-EVT-ACTION
           WHEN DH-DELETED
              MOVE 'DELETED'        TO WS-EVT-ACTION
           WHEN OTHER
              MOVE DH-ACTION        TO WS-EVT-ACTION
           END-EVALUATE

           IF DH-DELETED
              MOVE DH-BEFORE-IMAGE  TO DB-WORK-AREA
           ELSE
              MOVE DH-AFTER-IMAGE   TO DB-WORK-AREA
           END-IF

           PERFORM P340-NAME-RECORD
           THRU    P340-NAME-RECORD-EXIT

           MOVE DH-OPERATOR-ID      TO WS-EVT-OPERATOR

           MOVE WS-EVENT-LINE       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P320-PRINT-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Image slices, 60 bytes to a line (the fifth is the last 55).
      * An add prints the new image, a delete the image removed, and
      * a change or inactivate the before and after of every slice
      * that differs. All-blank slices of an add or delete are not
      * printed.
      *-----------------------------------------------------------------
       P330-PRINT-SLICE.

           COMPUTE WS-SLICE-POS = (WS-SLICE-IX - 1) * 60 + 1

           IF WS-SLICE-IX EQUAL 5
              MOVE 55 TO WS-SLICE-LEN
           ELSE
              MOVE 60 TO WS-SLICE-LEN
           END-IF

           COMPUTE WS-SLICE-END = WS-SLICE-POS + WS-SLICE-LEN - 1

           EVALUATE TRUE
           WHEN DH-ADDED
              MOVE DH-AFTER-IMAGE TO WS-HIST-IMAGE
              IF WS-HIST-IMAGE (WS-SLICE-POS:WS-SLICE-LEN)
                 NOT EQUAL SPACES
                 MOVE 'AFTER'  TO WS-IMG-LABEL
                 PERFORM P350-PRINT-IMAGE-LINE
                 THRU    P350-PRINT-IMAGE-LINE-EXIT
              END-IF
           WHEN DH-DELETED
              MOVE DH-BEFORE-IMAGE TO WS-HIST-IMAGE
              IF WS-HIST-IMAGE (WS-SLICE-POS:WS-SLICE-LEN)
                 NOT EQUAL SPACES
                 MOVE 'BEFORE' TO WS-IMG-LABEL
                 PERFORM P350-PRINT-IMAGE-LINE
                 THRU    P350-PRINT-IMAGE-LINE-EXIT
              END-IF
           WHEN OTHER
              IF DH-BEFORE-IMAGE (WS-SLICE-POS:WS-SLICE-LEN)
                 NOT EQUAL DH-AFTER-IMAGE (WS-SLICE-POS:WS-SLICE-LEN)
                 MOVE DH-BEFORE-IMAGE TO WS-HIST-IMAGE
                 MOVE 'BEFORE' TO WS-IMG-LABEL
                 PERFORM P350-PRINT-IMAGE-LINE
                 THRU    P350-PRINT-IMAGE-LINE-EXIT

                 MOVE DH-AFTER-IMAGE  TO WS-HIST-IMAGE
                 MOVE 'AFTER'  TO WS-IMG-LABEL
                 PERFORM P350-PRINT-IMAGE-LINE
                 THRU    P350-PRINT-IMAGE-LINE-EXIT
              END-IF
           END-EVALUATE

           ADD 1 TO WS-SLICE-IX
           .

       P330-PRINT-SLICE-EXIT.
           EXIT.

       P340-NAME-RECORD.

           MOVE SPACES TO WS-EVT-RECORD

           STRING DB-RECORD-TYPE        DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  DB-FILE-SRCE-SYS-CODE DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  DB-FILE-REF-NO        DELIMITED BY SIZE
                  INTO WS-EVT-RECORD
           .

       P340-NAME-RECORD-EXIT.
           EXIT.

       P350-PRINT-IMAGE-LINE.

           MOVE WS-SLICE-POS TO WS-IMG-FROM
           MOVE WS-SLICE-END TO WS-IMG-TO
           MOVE SPACES       TO WS-IMG-TEXT
           MOVE WS-HIST-IMAGE (WS-SLICE-POS:WS-SLICE-LEN)
                             TO WS-IMG-TEXT

           MOVE WS-IMAGE-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P350-PRINT-IMAGE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * As-of view: the subject's rows are walked in order, keeping
      * per record the row that answers for the as-of date (see
      * WS-ASOF-TABLE), then each record prints with its state and,
      * where it was on file, its image (blank slices left out).
      *-----------------------------------------------------------------
       P400-AS-OF-VIEW.

           MOVE ZEROS TO WS-ASOF-CNT
                         WS-ROW-IX

           PERFORM P410-PLACE-ROW THRU P410-PLACE-ROW-EXIT
              UNTIL WS-ROW-IX NOT LESS WS-ROW-CNT

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-SUBJ-AS-OF (WS-SUBJ-IX) TO WS-ASOF-HDG-DATE
           MOVE WS-ASOF-HDG-LINE           TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-KEY-IX

           PERFORM P430-PRINT-AS-OF THRU P430-PRINT-AS-OF-EXIT
              UNTIL WS-KEY-IX NOT LESS WS-ASOF-CNT
           .

       P400-AS-OF-VIEW-EXIT.
           EXIT.

       P410-PLACE-ROW.

           ADD 1 TO WS-ROW-IX

           IF WS-ROW-SUBJ (WS-ROW-IX) EQUAL WS-HOME-IX
              MOVE WS-ROW-DATA (WS-ROW-IX) TO REC-DIFS-HISTORY

              IF DH-DELETED
                 MOVE DH-BEFORE-IMAGE TO DB-WORK-AREA
              ELSE
                 MOVE DH-AFTER-IMAGE  TO DB-WORK-AREA
              END-IF

              PERFORM P420-FIND-KEY THRU P420-FIND-KEY-EXIT

              EVALUATE TRUE
              WHEN WS-KEY-FOUND-IDX EQUAL ZERO
                 CONTINUE
              WHEN DH-CHANGE-DATE NOT GREATER WS-SUBJ-AS-OF (WS-SUBJ-IX)
                 MOVE WS-ROW-IX TO WS-ASOF-ROW (WS-KEY-FOUND-IDX)
                 IF DH-DELETED
                    MOVE 'R' TO WS-ASOF-SOURCE (WS-KEY-FOUND-IDX)
                 ELSE
                    MOVE 'A' TO WS-ASOF-SOURCE (WS-KEY-FOUND-IDX)
                 END-IF
              WHEN WS-ASOF-ROW (WS-KEY-FOUND-IDX) EQUAL ZERO
                 MOVE WS-ROW-IX TO WS-ASOF-ROW (WS-KEY-FOUND-IDX)
                 IF DH-ADDED
                    MOVE 'N' TO WS-ASOF-SOURCE (WS-KEY-FOUND-IDX)
                 ELSE
                    MOVE 'B' TO WS-ASOF-SOURCE (WS-KEY-FOUND-IDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           .

       P410-PLACE-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Finds DB-MASTER-KEY in WS-ASOF-TABLE, adding it when new. A
      * record that no longer fits is left out of the as-of view
      * (WS-KEY-FOUND-IDX stays zero) with a console warning.
      *-----------------------------------------------------------------
       P420-FIND-KEY.

           MOVE ZEROS TO WS-KEY-FOUND-IDX
                         WS-KEY-IX

           PERFORM P421-SCAN-KEY THRU P421-SCAN-KEY-EXIT
              UNTIL WS-KEY-IX NOT LESS WS-ASOF-CNT
                 OR WS-KEY-FOUND-IDX GREATER ZERO

           EVALUATE TRUE
           WHEN WS-KEY-FOUND-IDX GREATER ZERO
              CONTINUE
           WHEN WS-ASOF-CNT LESS 200
              ADD 1 TO WS-ASOF-CNT
              MOVE WS-ASOF-CNT   TO WS-KEY-FOUND-IDX
              MOVE DB-MASTER-KEY TO WS-ASOF-MASTER-KEY (WS-ASOF-CNT)
              MOVE ZEROS         TO WS-ASOF-ROW (WS-ASOF-CNT)
              MOVE SPACES        TO WS-ASOF-SOURCE (WS-ASOF-CNT)
           WHEN OTHER
              DISPLAY 'AS-OF TABLE FULL FOR SUBJECT: '
                       WS-SUBJ-STATE-NO (WS-SUBJ-IX)
           END-EVALUATE
           .

       P420-FIND-KEY-EXIT.
           EXIT.

       P421-SCAN-KEY.

           ADD 1 TO WS-KEY-IX

           IF WS-ASOF-MASTER-KEY (WS-KEY-IX) EQUAL DB-MASTER-KEY
              MOVE WS-KEY-IX TO WS-KEY-FOUND-IDX
           END-IF
           .

       P421-SCAN-KEY-EXIT.
           EXIT.

       P430-PRINT-AS-OF.

           ADD 1 TO WS-KEY-IX

           MOVE WS-ASOF-ROW (WS-KEY-IX)       TO WS-ROW-IX
           MOVE WS-ROW-DATA (WS-ROW-IX)       TO REC-DIFS-HISTORY

           IF WS-ASOF-AFTER (WS-KEY-IX)
           OR WS-ASOF-NOT-YET (WS-KEY-IX)
              MOVE DH-AFTER-IMAGE   TO WS-HIST-IMAGE
           ELSE
              MOVE DH-BEFORE-IMAGE  TO WS-HIST-IMAGE
           END-IF

           MOVE WS-HIST-IMAGE       TO DB-WORK-AREA

           MOVE SPACES              TO WS-ASOF-LINE
           PERFORM P340-NAME-RECORD THRU P340-NAME-RECORD-EXIT
           MOVE WS-EVT-RECORD       TO WS-AOL-RECORD
           MOVE DH-CHANGE-DATE      TO WS-AOL-DATE
           MOVE DH-PROGRAM          TO WS-AOL-PROGRAM

           EVALUATE TRUE
           WHEN WS-ASOF-REMOVED (WS-KEY-IX)
              MOVE 'REMOVED'        TO WS-AOL-STATE
              MOVE 'DELETED ON'     TO WS-AOL-BASIS
           WHEN WS-ASOF-NOT-YET (WS-KEY-IX)
              MOVE 'NOT YET ON FILE' TO WS-AOL-STATE
              MOVE 'ADDED ON'       TO WS-AOL-BASIS
           WHEN WS-ASOF-BEFORE (WS-KEY-IX)
              MOVE 'UNTIL'          TO WS-AOL-BASIS
           WHEN OTHER
              MOVE 'AS LEFT ON'     TO WS-AOL-BASIS
           END-EVALUATE

           IF WS-ASOF-AFTER (WS-KEY-IX)
           OR WS-ASOF-BEFORE (WS-KEY-IX)
              EVALUATE TRUE
              WHEN DB-ACTIVE
                 MOVE 'ACTIVE'      TO WS-AOL-STATE
              WHEN DB-INACTIVE
                 MOVE 'INACTIVE'    TO WS-AOL-STATE
              WHEN OTHER
                 MOVE DB-STATUS     TO WS-AOL-STATE
              END-EVALUATE
           END-IF

           MOVE WS-ASOF-LINE        TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           IF WS-ASOF-AFTER (WS-KEY-IX)
           OR WS-ASOF-BEFORE (WS-KEY-IX)
              MOVE 'IMAGE' TO WS-IMG-LABEL
              MOVE 1       TO WS-SLICE-IX

              PERFORM P440-PRINT-AS-OF-SLICE
              THRU    P440-PRINT-AS-OF-SLICE-EXIT
                 UNTIL WS-SLICE-IX GREATER 5
           END-IF
           .

       P430-PRINT-AS-OF-EXIT.
           EXIT.

       P440-PRINT-AS-OF-SLICE.

           COMPUTE WS-SLICE-POS = (WS-SLICE-IX - 1) * 60 + 1

           IF WS-SLICE-IX EQUAL 5
              MOVE 55 TO WS-SLICE-LEN
           ELSE
              MOVE 60 TO WS-SLICE-LEN
           END-IF

           COMPUTE WS-SLICE-END = WS-SLICE-POS + WS-SLICE-LEN - 1

           IF WS-HIST-IMAGE (WS-SLICE-POS:WS-SLICE-LEN)
              NOT EQUAL SPACES
              PERFORM P350-PRINT-IMAGE-LINE
              THRU    P350-PRINT-IMAGE-LINE-EXIT
           END-IF

           ADD 1 TO WS-SLICE-IX
           .

       P440-PRINT-AS-OF-SLICE-EXIT.
           EXIT.

       P800-LOG-ACCESS.

           MOVE WS-RUN-DATE     TO ACC-RUN-DATE
           ACCEPT ACC-RUN-TIME FROM TIME
           MOVE 'COBDF44 '      TO ACC-PROGRAM-ID
           MOVE WS-SUBJ-REQUESTOR (WS-SUBJ-IX)
                                TO ACC-REQUESTOR
           MOVE WS-SUBJ-STATE-NO (WS-SUBJ-IX) (1:2)
                                TO ACC-ID-STATE
           MOVE WS-SUBJ-STATE-NO (WS-SUBJ-IX) (3:24)
                                TO ACC-ID-NO
           MOVE WS-SUBJ-ROWS (WS-HOME-IX)
                                TO ACC-RECORDS-FOUND

           IF WS-SUBJ-ROWS (WS-HOME-IX) GREATER ZERO
              MOVE 'Y' TO ACC-RESULT
           ELSE
              MOVE 'N' TO ACC-RESULT
           END-IF

           WRITE REC-ACCESS-LOG
           END-WRITE

           IF WS-FS-ACCESSLG NOT EQUAL '00'
              DISPLAY 'WRITE ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P800-LOG-ACCESS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
