      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Daily inspection aging report. Every receipt lot still on
      * receiving-inspection hold (LOT-HOLD-CODE 'Q', see STKLOTF.cpy)
      * with stock left in it is aged from its hold date, and the lots
      * that have waited longer than the PARAMF limit list oldest
      * first within item for quality control to dispose of through
      * COBST52. The totals show how many held lots there are in all
      * and how many are overdue.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST53.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT STKLOTF  ASSIGN TO STKLOTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS LOT-KEY
                  FILE STATUS   IS WS-FS-STKLOTF.

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

       FD  STKLOTF.

       COPY STKLOTF.

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
           05  WS-FS-STKLOTF             PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-LOTS-READ              PIC 9(009) VALUE ZEROS.
           05  WS-LOTS-HELD              PIC 9(009) VALUE ZEROS.
           05  WS-LOTS-OVERDUE           PIC 9(009) VALUE ZEROS.
           05  WS-QTY-HELD               PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-QTY-OVERDUE            PIC S9(009)V9(004)
                                          VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY               PIC 9(004).
           05  WS-RUN-MM                 PIC 9(002).
           05  WS-RUN-DD                 PIC 9(002).

      *-----------------------------------------------------------------
      * Ages run on the shop's 360-day pseudo-julian count (year times
      * 360 plus month times 30 plus day).
      *-----------------------------------------------------------------
       01  WS-DATE-CALC.
           05  WS-RUN-DAYS               PIC 9(007) VALUE ZEROS.
           05  WS-HOLD-DAYS              PIC 9(007) VALUE ZEROS.
           05  WS-AGE-DAYS               PIC S9(007) VALUE ZEROS.
           05  WS-CALC-DATE              PIC 9(008) VALUE ZEROS.
           05  WS-CALC-DATE-X REDEFINES WS-CALC-DATE.
               10  WS-CALC-YYYY          PIC 9(004).
               10  WS-CALC-MM            PIC 9(002).
               10  WS-CALC-DD            PIC 9(002).

      *-----------------------------------------------------------------
      * Compiled default only -- overridden at startup from PARAMF key
      * ST53-QC-MAX-DAYS (days a lot may sit in inspection).
      *-----------------------------------------------------------------
       01  WS-MAX-DAYS                   PIC S9(007) VALUE +0000003.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-STKLOTF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-STKLOTF-OFF            VALUE 'Y'.

       01  WS-AGING-LINE.
           05  WS-AGL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-AGL-LOT-DATE           PIC 9(008) VALUE ZEROS.
           05  WS-AGL-DASH               PIC X(001) VALUE '-'.
           05  WS-AGL-LOT-SEQ            PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-AGL-HOLD-DATE          PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-AGL-AGE                PIC ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-AGL-RECEIVED           PIC ZZZ,ZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-AGL-REMAINING          PIC ZZZ,ZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(010) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

       01  WS-RPT-QTY-LINE.
           05  WS-RPT-QTY-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-QTY-VALUE          PIC ZZZ,ZZZ,ZZ9.9999
                                          VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST53 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-RUN-DAYS = WS-RUN-YYYY * 360
                               + WS-RUN-MM * 30
                               + WS-RUN-DD

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           MOVE 'LOTS OVERDUE IN INSPECTION'
                                    TO WS-RPT-TITLE
           MOVE 'COBST53 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ITEM ID'           TO WS-COLUMN-HEADING (1:7)
           MOVE 'LOT'               TO WS-COLUMN-HEADING (12:3)
           MOVE 'HELD ON'           TO WS-COLUMN-HEADING (26:7)
           MOVE 'DAYS'              TO WS-COLUMN-HEADING (39:4)
           MOVE '    RECEIVED'      TO WS-COLUMN-HEADING (45:12)
           MOVE '   REMAINING'      TO WS-COLUMN-HEADING (59:12)

           IF NOT WS-STKLOTF-OFF
              PERFORM P200-AGE-NEXT-LOT THRU P200-AGE-NEXT-LOT-EXIT
                 UNTIL WS-EOF
           END-IF

           PERFORM P800-PRINT-TOTALS THRU P800-PRINT-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'LOTS READ.........: ' WS-LOTS-READ.
           DISPLAY 'LOTS IN INSPECTION: ' WS-LOTS-HELD.
           DISPLAY 'LOTS OVERDUE......: ' WS-LOTS-OVERDUE.
           DISPLAY '--------------------'.

           DISPLAY 'COBST53 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Inspection limit from the shared runtime parameter file (see
      * PARAMF.cpy). A missing file or missing row leaves the compiled
      * default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'ST53-QC-MAX-DAYS' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST53-QC-MAX-DAYS'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE NOT LESS ZEROS
                      AND PRM-VALUE NOT GREATER 9999
                      MOVE PRM-VALUE TO WS-MAX-DAYS
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST53-QC-MAX-DAYS'
                   END-IF
              END-READ

              CLOSE PARAMF

              IF WS-FS-PARAMF NOT EQUAL '00'
                 DISPLAY 'CLOSE PARAMF  FS:' WS-FS-PARAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

           WHEN WS-FS-PARAMF EQUAL '35'
              DISPLAY 'PARAMF NOT DEFINED. DEFAULTS IN EFFECT.'

           WHEN OTHER
              DISPLAY 'OPEN PARAMF  FS: ' WS-FS-PARAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'DAYS ALLOWED IN INSPECTION: ' WS-MAX-DAYS
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

       P100-OPEN-FILES.

      *-----------------------------------------------------------------
      * Before the first receipt posts there is no lot cluster; the
      * report prints empty.
      *-----------------------------------------------------------------
           OPEN INPUT STKLOTF.

           EVALUATE TRUE
           WHEN WS-FS-STKLOTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-STKLOTF EQUAL '35'
              DISPLAY 'STKLOTF NOT DEFINED. NO LOTS TO AGE.'
              MOVE 'Y' TO WS-STKLOTF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN STKLOTF FS: ' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           IF NOT WS-STKLOTF-OFF
              CLOSE STKLOTF

              IF WS-FS-STKLOTF NOT EQUAL '00'
                 DISPLAY 'CLOSE STKLOTF FS:' WS-FS-STKLOTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P190-CLOSE-FILES-EXIT.
           EXIT.

       P200-AGE-NEXT-LOT.

           READ STKLOTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-LOTS-READ

                IF LOT-QC-HELD
                   AND LOT-QTY-REMAINING GREATER ZERO
                   PERFORM P210-AGE-LOT THRU P210-AGE-LOT-EXIT
                END-IF
           END-READ
           .

       P200-AGE-NEXT-LOT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The hold date is the receipt date COBST10 booked the hold on;
      * a lot with no usable hold date ages from its receipt.
      *-----------------------------------------------------------------
       P210-AGE-LOT.

           ADD 1                 TO WS-LOTS-HELD
           ADD LOT-QTY-REMAINING TO WS-QTY-HELD

           IF LOT-HOLD-DATE NUMERIC
              AND LOT-HOLD-DATE GREATER ZEROS
              MOVE LOT-HOLD-DATE    TO WS-CALC-DATE
           ELSE
              MOVE LOT-RECEIPT-DATE TO WS-CALC-DATE
           END-IF

           COMPUTE WS-HOLD-DAYS = WS-CALC-YYYY * 360
                                + WS-CALC-MM * 30
                                + WS-CALC-DD

           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-HOLD-DAYS

           IF WS-AGE-DAYS LESS ZERO
              MOVE ZEROS TO WS-AGE-DAYS
           END-IF

           IF WS-AGE-DAYS GREATER WS-MAX-DAYS
              ADD 1                 TO WS-LOTS-OVERDUE
              ADD LOT-QTY-REMAINING TO WS-QTY-OVERDUE

              MOVE LOT-ITEM-ID       TO WS-AGL-ITEM
              MOVE LOT-RECEIPT-DATE  TO WS-AGL-LOT-DATE
              MOVE LOT-SEQ-NO        TO WS-AGL-LOT-SEQ
              MOVE WS-CALC-DATE      TO WS-AGL-HOLD-DATE
              MOVE WS-AGE-DAYS       TO WS-AGL-AGE
              MOVE LOT-QTY-RECEIVED  TO WS-AGL-RECEIVED
              MOVE LOT-QTY-REMAINING TO WS-AGL-REMAINING

              MOVE WS-AGING-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P210-AGE-LOT-EXIT.
           EXIT.

       P800-PRINT-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LOTS IN INSPECTION' TO WS-RPT-CNT-LABEL
           MOVE WS-LOTS-HELD        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-QTY-LINE
           MOVE 'QTY IN INSPECTION' TO WS-RPT-QTY-LABEL
           MOVE WS-QTY-HELD         TO WS-RPT-QTY-VALUE
           MOVE WS-RPT-QTY-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LOTS OVERDUE'      TO WS-RPT-CNT-LABEL
           MOVE WS-LOTS-OVERDUE     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-QTY-LINE
           MOVE 'QTY OVERDUE'       TO WS-RPT-QTY-LABEL
           MOVE WS-QTY-OVERDUE      TO WS-RPT-QTY-VALUE
           MOVE WS-RPT-QTY-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'DAYS ALLOWED'      TO WS-RPT-CNT-LABEL
           MOVE WS-MAX-DAYS         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P800-PRINT-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
