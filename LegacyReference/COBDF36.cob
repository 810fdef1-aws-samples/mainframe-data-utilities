      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Subject-dispute aging. Walks DISPUTF in key order and lists
      * every dispute still open past the statutory response window
      * -- DF36-RESP-DAYS business days from the day it was opened,
      * counted off CALENDF so weekends and holidays do not count
      * against the investigators, the same way COBKS35 measures its
      * review worklist. Disputes opened before the first CALENDF
      * row cannot be measured and are listed as past the window.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF36.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT DISPUTF  ASSIGN TO DISPUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS DSP-KEY
                  FILE STATUS   IS WS-FS-DISPUTF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT PARAMF   ASSIGN TO PARAMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PRM-KEY
                  FILE STATUS   IS WS-FS-PARAMF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  DISPUTF.

       COPY DISPUTF.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  PARAMF.

       COPY PARAMF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-DISPUTF             PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-DISPUTES-READ          PIC 9(009) VALUE ZEROS.
           05  WS-OPEN                   PIC 9(009) VALUE ZEROS.
           05  WS-PAST-WINDOW            PIC 9(009) VALUE ZEROS.
           05  WS-WITHIN-WINDOW          PIC 9(009) VALUE ZEROS.
           05  WS-BEFORE-CALENDAR        PIC 9(009) VALUE ZEROS.
           05  WS-OVERFLOWED             PIC 9(009) VALUE ZEROS.
           05  WS-CAL-IX                 PIC 9(004) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Operational threshold (see PARAMF.cpy); the compiled default
      * stands when the file or the row is missing.
      *-----------------------------------------------------------------
       01  WS-PARAMETERS.
           05  WS-RESP-DAYS              PIC 9(003) VALUE 30.

      *-----------------------------------------------------------------
      * The whole business calendar held in core, each row carrying
      * the count of business days up to and including its date, as
      * in COBKS35.
      *-----------------------------------------------------------------
       01  WS-CAL-TABLE.
           05  WS-CAL-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-CAL-ENTRY OCCURS 4000 TIMES.
               10  WS-CAL-DATE           PIC 9(008).
               10  WS-CAL-BUS-ORD        PIC 9(005).

       01  WS-CAL-WORK.
           05  WS-BUS-ORD                PIC 9(005) VALUE ZEROS.
           05  WS-RUN-ORD                PIC 9(005) VALUE ZEROS.
           05  WS-FIND-DATE              PIC 9(008) VALUE ZEROS.
           05  WS-FIND-ORD               PIC 9(005) VALUE ZEROS.
           05  WS-BUS-DAYS-OPEN          PIC 9(005) VALUE ZEROS.
           05  WS-BUS-DAYS-OVER          PIC 9(005) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-FIND-DONE-SW           PIC X(001) VALUE 'N'.
               88  WS-FIND-DONE              VALUE 'Y'.
           05  WS-DISPUTF-SW             PIC X(001) VALUE 'Y'.
               88  WS-DISPUTF-ON             VALUE 'Y'.
               88  WS-DISPUTF-OFF            VALUE 'N'.

       01  WS-AGE-LINE.
           05  WS-AGP-MASTER-KEY         PIC X(042) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-AGP-SEQ                PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-AGP-OPEN-DATE          PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-AGP-BUS-DAYS           PIC ZZZZ9 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-AGP-DAYS-OVER          PIC ZZZZ9 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-AGP-OPERATOR-ID        PIC X(008) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF36 STARTED'.

           PERFORM P050-LOAD-CALENDAR
           THRU    P050-LOAD-CALENDAR-EXIT

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           OPEN INPUT DISPUTF.

      *-----------------------------------------------------------------
      * A region where COBDF35 has never run has no dispute cluster;
      * that is an empty report, not a failure.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-DISPUTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-DISPUTF EQUAL '35'
              DISPLAY 'DISPUTF NOT DEFINED. NO DISPUTES TO AGE.'
              MOVE 'N' TO WS-DISPUTF-SW
              MOVE 'Y' TO WS-EOF-SW
           WHEN OTHER
              DISPLAY 'OPEN DISPUTF FS: ' WS-FS-DISPUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'DISPUTES PAST RESPONSE WINDOW'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF36 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'DB-MASTER-KEY'    TO WS-COLUMN-HEADING (1:13)
           MOVE 'SEQ OPENED   BUSDY  OVER OPERATOR'
                                   TO WS-COLUMN-HEADING (44:33)

           PERFORM P200-AGE-NEXT THRU P200-AGE-NEXT-EXIT
              UNTIL WS-EOF

           IF WS-PAST-WINDOW EQUAL ZERO
              MOVE '  NONE'         TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           PERFORM P900-WRITE-TOTALS
           THRU    P900-WRITE-TOTALS-EXIT

           IF WS-DISPUTF-ON
              CLOSE DISPUTF

              IF WS-FS-DISPUTF NOT EQUAL '00'
                 DISPLAY 'CLOSE DISPUTF FS:' WS-FS-DISPUTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'DISPUTES READ.....: ' WS-DISPUTES-READ.
           DISPLAY 'DISPUTES OPEN.....: ' WS-OPEN.
           DISPLAY 'PAST WINDOW.......: ' WS-PAST-WINDOW.
           DISPLAY 'WITHIN WINDOW.....: ' WS-WITHIN-WINDOW.
           DISPLAY 'BEFORE CALENDF....: ' WS-BEFORE-CALENDAR.
           DISPLAY 'TABLE OVERFLOWS...: ' WS-OVERFLOWED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF36 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The processing date is the CALENDF row flagged current; the
      * rest of the calendar is held so the age of each dispute can
      * be measured in business days.
      *-----------------------------------------------------------------
       P050-LOAD-CALENDAR.

           OPEN INPUT CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'OPEN CALENDF FS: ' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P056-READ-CALENDAR
           THRU    P056-READ-CALENDAR-EXIT
              UNTIL WS-CALENDF-EOF

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

       P050-LOAD-CALENDAR-EXIT.
           EXIT.

       P056-READ-CALENDAR.

           READ CALENDF
             AT END
                MOVE 'Y' TO WS-CALENDF-EOF-SW
             NOT AT END
                IF CAL-BUSINESS-DAY
                   ADD 1 TO WS-BUS-ORD
                END-IF

                IF WS-CAL-CNT LESS 4000
                   ADD 1 TO WS-CAL-CNT
                   MOVE CAL-DATE   TO WS-CAL-DATE    (WS-CAL-CNT)
                   MOVE WS-BUS-ORD TO WS-CAL-BUS-ORD (WS-CAL-CNT)
                ELSE
                   ADD 1 TO WS-OVERFLOWED
                END-IF

                IF CAL-CURRENT-DATE
                   MOVE 'Y'        TO WS-CAL-FOUND-SW
                   MOVE CAL-DATE   TO WS-RUN-DATE
                   MOVE WS-BUS-ORD TO WS-RUN-ORD
                END-IF
           END-READ
           .

       P056-READ-CALENDAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Response window from the shared runtime parameter file (see
      * PARAMF.cpy). A missing file or missing row leaves the compiled
      * default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'DF36-RESP-DAYS  ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF36-RESP-DAYS  '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      AND PRM-VALUE NOT GREATER 999
                      MOVE PRM-VALUE TO WS-RESP-DAYS
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF36-RESP-DAYS  '
                   END-IF
              END-READ

              CLOSE PARAMF

              IF WS-FS-PARAMF NOT EQUAL '00'
                 DISPLAY 'CLOSE PARAMF FS: ' WS-FS-PARAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

           WHEN WS-FS-PARAMF EQUAL '35'
              DISPLAY 'PARAMF NOT DEFINED. DEFAULTS IN EFFECT.'

           WHEN OTHER
              DISPLAY 'OPEN PARAMF  FS: ' WS-FS-PARAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'RESPONSE BUS DAYS IN EFFECT: ' WS-RESP-DAYS
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

       P200-AGE-NEXT.

           READ DISPUTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-DISPUTES-READ

                IF DSP-OPEN
                   ADD 1 TO WS-OPEN

                   PERFORM P300-AGE-DISPUTE
                   THRU    P300-AGE-DISPUTE-EXIT
                END-IF
           END-READ
           .

       P200-AGE-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The business days a dispute has been open are the business
      * days on the calendar after its open date, up to and including
      * the processing date -- one subtraction of the held ordinals.
      *-----------------------------------------------------------------
       P300-AGE-DISPUTE.

           IF WS-CAL-CNT EQUAL ZERO
              OR DSP-OPEN-DATE LESS WS-CAL-DATE (1)
              ADD 1 TO WS-BEFORE-CALENDAR
              MOVE WS-RUN-ORD TO WS-BUS-DAYS-OPEN
              MOVE ZEROS      TO WS-BUS-DAYS-OVER

              PERFORM P310-LIST-DISPUTE
              THRU    P310-LIST-DISPUTE-EXIT
           ELSE
              MOVE DSP-OPEN-DATE TO WS-FIND-DATE

              PERFORM P410-FIND-BUS-ORD
              THRU    P410-FIND-BUS-ORD-EXIT

              IF WS-FIND-ORD LESS WS-RUN-ORD
                 SUBTRACT WS-FIND-ORD FROM WS-RUN-ORD
                    GIVING WS-BUS-DAYS-OPEN
              ELSE
                 MOVE ZEROS TO WS-BUS-DAYS-OPEN
              END-IF

              IF WS-BUS-DAYS-OPEN GREATER WS-RESP-DAYS
                 SUBTRACT WS-RESP-DAYS FROM WS-BUS-DAYS-OPEN
                    GIVING WS-BUS-DAYS-OVER

                 PERFORM P310-LIST-DISPUTE
                 THRU    P310-LIST-DISPUTE-EXIT
              ELSE
                 ADD 1 TO WS-WITHIN-WINDOW
              END-IF
           END-IF
           .

       P300-AGE-DISPUTE-EXIT.
           EXIT.

       P310-LIST-DISPUTE.

           MOVE DSP-MASTER-KEY   TO WS-AGP-MASTER-KEY
           MOVE DSP-DISPUTE-SEQ  TO WS-AGP-SEQ
           MOVE DSP-OPEN-DATE    TO WS-AGP-OPEN-DATE
           MOVE WS-BUS-DAYS-OPEN TO WS-AGP-BUS-DAYS
           MOVE WS-BUS-DAYS-OVER TO WS-AGP-DAYS-OVER
           MOVE DSP-OPERATOR-ID  TO WS-AGP-OPERATOR-ID

           MOVE WS-AGE-LINE      TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           ADD 1 TO WS-PAST-WINDOW
           .

       P310-LIST-DISPUTE-EXIT.
           EXIT.

       P410-FIND-BUS-ORD.

           MOVE ZEROS TO WS-CAL-IX
                         WS-FIND-ORD
           MOVE 'N'   TO WS-FIND-DONE-SW

           PERFORM P415-SCAN-CAL-DATE
           THRU    P415-SCAN-CAL-DATE-EXIT
              UNTIL WS-CAL-IX NOT LESS WS-CAL-CNT
                 OR WS-FIND-DONE
           .

       P410-FIND-BUS-ORD-EXIT.
           EXIT.

       P415-SCAN-CAL-DATE.

           ADD 1 TO WS-CAL-IX

           IF WS-CAL-DATE (WS-CAL-IX) GREATER WS-FIND-DATE
              MOVE 'Y' TO WS-FIND-DONE-SW
           ELSE
              MOVE WS-CAL-BUS-ORD (WS-CAL-IX) TO WS-FIND-ORD
           END-IF
           .

       P415-SCAN-CAL-DATE-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'RESPONSE BUS DAYS' TO WS-RPT-CNT-LABEL
           MOVE WS-RESP-DAYS        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'DISPUTES OPEN'     TO WS-RPT-CNT-LABEL
           MOVE WS-OPEN             TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'PAST WINDOW'       TO WS-RPT-CNT-LABEL
           MOVE WS-PAST-WINDOW      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'WITHIN WINDOW'     TO WS-RPT-CNT-LABEL
           MOVE WS-WITHIN-WINDOW    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'BEFORE CALENDF'    TO WS-RPT-CNT-LABEL
           MOVE WS-BEFORE-CALENDAR  TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'TABLE OVERFLOWS'   TO WS-RPT-CNT-LABEL
           MOVE WS-OVERFLOWED       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P900-WRITE-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
