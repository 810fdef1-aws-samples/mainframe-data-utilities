      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Monthly vendor performance scorecard, run early in the month
      * for the month just ended. Built from the match history COBST23
      * appends every night (POMATCHF.cpy) and the PO lines still open
      * on OPENPOF, per PO-VENDOR-CODE:
      *   on-time %    receipts in the month received on or before
      *                the line's PO-DUE-DATE;
      *   avg late     average days past due over the late receipts;
      *   fill %       quantity received against quantity ordered on
      *                the lines due in the month, open or closed;
      *   over %       over-receipt quantity against all quantity
      *                received in the month;
      *   actual lead  average days from PO-ORDER-DATE to receipt,
      *                against the VEN-LEAD-DAYS promise -- a vendor
      *                taking longer than promised is flagged DRIFT.
      * Vendors rank best on-time first, fill rate breaking ties. The
      * measured lead is stored back on the vendor master
      * (VEN-ACTUAL-LEAD-DAYS) for COBST12 to plan on.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST37.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT POMATCHF ASSIGN TO POMATCHF
                  FILE STATUS IS WS-FS-POMATCHF.

           SELECT OPENPOF  ASSIGN TO OPENPOF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PO-KEY
                  FILE STATUS   IS WS-FS-OPENPOF.

           SELECT VENDORF  ASSIGN TO VENDORF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS VEN-KEY
                  FILE STATUS   IS WS-FS-VENDORF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  POMATCHF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       COPY POMATCHF.

       FD  OPENPOF.

       COPY OPENPOF.

       FD  VENDORF.

       COPY VENDORF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-POMATCHF            PIC X(002) VALUE SPACES.
           05  WS-FS-OPENPOF             PIC X(002) VALUE SPACES.
           05  WS-FS-VENDORF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-HISTORY-READ           PIC 9(009) VALUE ZEROS.
           05  WS-RECEIPTS-SCORED        PIC 9(009) VALUE ZEROS.
           05  WS-OPEN-LINES-SCORED      PIC 9(009) VALUE ZEROS.
           05  WS-VENDORS-SCORED         PIC 9(009) VALUE ZEROS.
           05  WS-DRIFT-FLAGGED          PIC 9(009) VALUE ZEROS.
           05  WS-VND-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-BEST-IX                PIC 9(003) VALUE ZEROS.
           05  WS-RANK                   PIC 9(003) VALUE ZEROS.
           05  WS-WORK-VENDOR            PIC X(006) VALUE SPACES.
           05  WS-RCPT-DAY               PIC 9(007) VALUE ZEROS.
           05  WS-OTHER-DAY              PIC 9(007) VALUE ZEROS.
           05  WS-RECEIVED-ALL           PIC S9(009)V9(004)
                                          VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY               PIC 9(004).
           05  WS-RUN-MM                 PIC 9(002).
           05  WS-RUN-DD                 PIC 9(002).

      *-----------------------------------------------------------------
      * The month being scored: the calendar month before the run.
      *-----------------------------------------------------------------
       01  WS-SC-MONTH.
           05  WS-SC-YYYY                PIC 9(004) VALUE ZEROS.
           05  WS-SC-MM                  PIC 9(002) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-POMATCHF-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-POMATCHF-EOF           VALUE 'Y'.
           05  WS-PO-EOF-SW              PIC X(001) VALUE 'N'.
               88  WS-PO-EOF                 VALUE 'Y'.
           05  WS-VND-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-VND-FOUND              VALUE 'Y'.

      *-----------------------------------------------------------------
      * Per-vendor accumulators, then the measures worked from them.
      *-----------------------------------------------------------------
       01  WS-VENDOR-TABLE.
           05  WS-VND-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-VND-ENTRY OCCURS 300 TIMES.
               10  WS-VND-CODE           PIC X(006).
               10  WS-VND-NAME           PIC X(020).
               10  WS-VND-PROMISED       PIC 9(003).
               10  WS-VND-RECEIPTS       PIC 9(007).
               10  WS-VND-ON-TIME        PIC 9(007).
               10  WS-VND-LATE           PIC 9(007).
               10  WS-VND-LATE-DAYS      PIC 9(009).
               10  WS-VND-LEAD-CNT       PIC 9(007).
               10  WS-VND-LEAD-DAYS      PIC 9(009).
               10  WS-VND-RCV-QTY        PIC S9(009)V9(004).
               10  WS-VND-OVER-QTY       PIC S9(009)V9(004).
               10  WS-VND-FILL-ORD       PIC S9(009)V9(004).
               10  WS-VND-FILL-RCV       PIC S9(009)V9(004).
               10  WS-VND-ON-TIME-PCT    PIC 9(003)V9(001).
               10  WS-VND-AVG-LATE       PIC 9(003)V9(001).
               10  WS-VND-FILL-PCT       PIC 9(003)V9(001).
               10  WS-VND-OVER-PCT       PIC 9(003)V9(001).
               10  WS-VND-ACT-LEAD       PIC 9(003).
               10  WS-VND-DRIFT-SW       PIC X(001).
               10  WS-VND-RANKED-SW      PIC X(001).

      *-----------------------------------------------------------------
      * Day numbers for date differences: days since 0001-01-01 from
      * the year, the month's running start day and the leap-year
      * test the COBNS04 calendar build uses.
      *-----------------------------------------------------------------
       01  WS-DAY-CALC.
           05  WS-DN-DATE                PIC 9(008) VALUE ZEROS.
           05  WS-DN-DATE-X REDEFINES WS-DN-DATE.
               10  WS-DN-YYYY            PIC 9(004).
               10  WS-DN-MM              PIC 9(002).
               10  WS-DN-DD              PIC 9(002).
           05  WS-DN-DAYS                PIC 9(007) VALUE ZEROS.
           05  WS-DN-PRIOR-YEARS         PIC 9(004) VALUE ZEROS.
           05  WS-DN-Q4                  PIC 9(004) VALUE ZEROS.
           05  WS-DN-Q100                PIC 9(004) VALUE ZEROS.
           05  WS-DN-Q400                PIC 9(004) VALUE ZEROS.
           05  WS-DN-QUOT                PIC 9(004) VALUE ZEROS.
           05  WS-DN-REM4                PIC 9(001) VALUE ZEROS.
           05  WS-DN-REM100              PIC 9(003) VALUE ZEROS.
           05  WS-DN-REM400              PIC 9(003) VALUE ZEROS.

       01  WS-MONTH-START-DAYS.
           05  WS-MSD-VALUES             PIC X(036) VALUE
               '000031059090120151181212243273304334'.
           05  WS-MSD-ENTRY REDEFINES WS-MSD-VALUES
                                         PIC 9(003) OCCURS 12 TIMES.

       01  WS-MONTH-LINE.
           05  FILLER                    PIC X(016)
                                          VALUE 'SCORECARD MONTH'.
           05  WS-MNL-MONTH              PIC 9(006) VALUE ZEROS.
           05  FILLER                    PIC X(058) VALUE SPACES.

       01  WS-SCORE-LINE.
           05  WS-SCL-RANK               PIC ZZ9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SCL-VENDOR             PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SCL-NAME               PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SCL-RECEIPTS           PIC ZZZ9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SCL-ON-TIME            PIC ZZ9.9.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-SCL-AVG-LATE           PIC ZZ9.9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SCL-FILL               PIC ZZ9.9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SCL-OVER               PIC ZZ9.9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SCL-ACT-LEAD           PIC ZZ9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SCL-PROMISED           PIC ZZ9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SCL-FLAG               PIC X(005) VALUE SPACES.
           05  FILLER                    PIC X(005) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST37 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           IF WS-RUN-MM EQUAL 01
              SUBTRACT 1 FROM WS-RUN-YYYY GIVING WS-SC-YYYY
              MOVE 12 TO WS-SC-MM
           ELSE
              MOVE WS-RUN-YYYY TO WS-SC-YYYY
              SUBTRACT 1 FROM WS-RUN-MM GIVING WS-SC-MM
           END-IF

           DISPLAY 'SCORECARD MONTH.........: ' WS-SC-MONTH

           OPEN INPUT POMATCHF.

           IF WS-FS-POMATCHF NOT EQUAL '00'
              DISPLAY 'OPEN POMATCHF FS:' WS-FS-POMATCHF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT OPENPOF.

           IF WS-FS-OPENPOF NOT EQUAL '00'
              DISPLAY 'OPEN OPENPOF  FS:' WS-FS-OPENPOF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O VENDORF.

           IF WS-FS-VENDORF NOT EQUAL '00'
              DISPLAY 'OPEN VENDORF  FS:' WS-FS-VENDORF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'VENDOR PERFORMANCE SCORECARD'
                                   TO WS-RPT-TITLE
           MOVE 'COBST37 '         TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'RNK VENDOR NAME                 RCPT'
                                   TO WS-COLUMN-HEADING (1:36)
           MOVE 'ONTM%   LATE FILL% OVER% ACT PRM FLAG'
                                   TO WS-COLUMN-HEADING (38:37)

           PERFORM P200-SCORE-HISTORY THRU P200-SCORE-HISTORY-EXIT
              UNTIL WS-POMATCHF-EOF

           MOVE LOW-VALUES TO PO-KEY

           START OPENPOF KEY IS NOT LESS THAN PO-KEY
             INVALID KEY
                MOVE 'Y' TO WS-PO-EOF-SW
           END-START

           PERFORM P400-SCORE-OPEN-LINE THRU P400-SCORE-OPEN-LINE-EXIT
              UNTIL WS-PO-EOF

           MOVE ZEROS TO WS-VND-IX

           PERFORM P500-FINISH-VENDOR THRU P500-FINISH-VENDOR-EXIT
              UNTIL WS-VND-IX NOT LESS WS-VND-CNT

           MOVE WS-SC-MONTH   TO WS-MNL-MONTH
           MOVE WS-MONTH-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-RANK

           PERFORM P600-PRINT-NEXT-RANK THRU P600-PRINT-NEXT-RANK-EXIT
              UNTIL WS-RANK NOT LESS WS-VND-CNT

           PERFORM P900-WRITE-TOTALS
           THRU    P900-WRITE-TOTALS-EXIT

           CLOSE POMATCHF.
           IF WS-FS-POMATCHF NOT EQUAL '00'
              DISPLAY 'CLOSE POMATCHF FS:' WS-FS-POMATCHF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE OPENPOF.
           IF WS-FS-OPENPOF NOT EQUAL '00'
              DISPLAY 'CLOSE OPENPOF FS:' WS-FS-OPENPOF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE VENDORF.
           IF WS-FS-VENDORF NOT EQUAL '00'
              DISPLAY 'CLOSE VENDORF FS:' WS-FS-VENDORF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'HISTORY ROWS READ.: ' WS-HISTORY-READ.
           DISPLAY 'RECEIPTS SCORED...: ' WS-RECEIPTS-SCORED.
           DISPLAY 'OPEN LINES SCORED.: ' WS-OPEN-LINES-SCORED.
           DISPLAY 'VENDORS SCORED....: ' WS-VENDORS-SCORED.
           DISPLAY 'LEAD DRIFT FLAGGED: ' WS-DRIFT-FLAGGED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST37 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Receipts and over-receipts count in the month they arrived;
      * a closed line counts toward fill in the month it was due.
      *-----------------------------------------------------------------
       P200-SCORE-HISTORY.

           READ POMATCHF
             AT END
                MOVE 'Y' TO WS-POMATCHF-EOF-SW
             NOT AT END
                ADD 1 TO WS-HISTORY-READ

                EVALUATE TRUE
                WHEN PMH-RECEIPT
                   AND PMH-RECEIPT-DATE (1:6) EQUAL WS-SC-MONTH
                   PERFORM P300-SCORE-RECEIPT
                   THRU    P300-SCORE-RECEIPT-EXIT

                WHEN PMH-OVER-RECEIPT
                   AND PMH-RECEIPT-DATE (1:6) EQUAL WS-SC-MONTH
                   MOVE PMH-VENDOR-CODE TO WS-WORK-VENDOR

                   PERFORM P250-FIND-VENDOR
                   THRU    P250-FIND-VENDOR-EXIT

                   IF WS-VND-FOUND
                      ADD PMH-QTY TO WS-VND-OVER-QTY (WS-VND-IX)
                   END-IF

                WHEN PMH-LINE-CLOSED
                   AND PMH-DUE-DATE (1:6) EQUAL WS-SC-MONTH
                   MOVE PMH-VENDOR-CODE TO WS-WORK-VENDOR

                   PERFORM P250-FIND-VENDOR
                   THRU    P250-FIND-VENDOR-EXIT

                   IF WS-VND-FOUND
                      ADD PMH-ORDER-QTY TO WS-VND-FILL-ORD (WS-VND-IX)
                      ADD PMH-QTY       TO WS-VND-FILL-RCV (WS-VND-IX)
                   END-IF

                WHEN OTHER
                   CONTINUE
                END-EVALUATE
           END-READ
           .

       P200-SCORE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Find the vendor's accumulator row, opening one on first sight.
      *-----------------------------------------------------------------
       P250-FIND-VENDOR.

           MOVE ZEROS TO WS-VND-IX
           MOVE 'N'   TO WS-VND-FOUND-SW

           PERFORM P255-MATCH-VENDOR THRU P255-MATCH-VENDOR-EXIT
              UNTIL WS-VND-FOUND
                 OR WS-VND-IX NOT LESS WS-VND-CNT

           IF NOT WS-VND-FOUND
              IF WS-VND-CNT LESS 300
                 ADD 1 TO WS-VND-CNT
                 MOVE WS-VND-CNT     TO WS-VND-IX
                 MOVE 'Y'            TO WS-VND-FOUND-SW
                 INITIALIZE WS-VND-ENTRY (WS-VND-IX)
                 MOVE WS-WORK-VENDOR TO WS-VND-CODE (WS-VND-IX)
                 MOVE 'N'            TO WS-VND-DRIFT-SW (WS-VND-IX)
                                        WS-VND-RANKED-SW (WS-VND-IX)
              ELSE
                 DISPLAY 'VENDOR TABLE FULL. VENDOR NOT SCORED: '
                          WS-WORK-VENDOR
              END-IF
           END-IF
           .

       P250-FIND-VENDOR-EXIT.
           EXIT.

       P255-MATCH-VENDOR.

           ADD 1 TO WS-VND-IX

           IF WS-VND-CODE (WS-VND-IX) EQUAL WS-WORK-VENDOR
              MOVE 'Y' TO WS-VND-FOUND-SW
           END-IF
           .

       P255-MATCH-VENDOR-EXIT.
           EXIT.

       P300-SCORE-RECEIPT.

           MOVE PMH-VENDOR-CODE TO WS-WORK-VENDOR

           PERFORM P250-FIND-VENDOR THRU P250-FIND-VENDOR-EXIT

           IF WS-VND-FOUND
              ADD 1       TO WS-VND-RECEIPTS (WS-VND-IX)
                             WS-RECEIPTS-SCORED
              ADD PMH-QTY TO WS-VND-RCV-QTY (WS-VND-IX)

              MOVE PMH-RECEIPT-DATE TO WS-DN-DATE

              PERFORM P700-DAY-NUMBER THRU P700-DAY-NUMBER-EXIT

              MOVE WS-DN-DAYS       TO WS-RCPT-DAY

              IF PMH-RECEIPT-DATE NOT GREATER PMH-DUE-DATE
                 ADD 1 TO WS-VND-ON-TIME (WS-VND-IX)
              ELSE
                 ADD 1 TO WS-VND-LATE (WS-VND-IX)

                 MOVE PMH-DUE-DATE TO WS-DN-DATE

                 PERFORM P700-DAY-NUMBER THRU P700-DAY-NUMBER-EXIT

                 MOVE WS-DN-DAYS   TO WS-OTHER-DAY

                 IF WS-RCPT-DAY GREATER WS-OTHER-DAY
                    AND WS-OTHER-DAY GREATER ZEROS
                    COMPUTE WS-VND-LATE-DAYS (WS-VND-IX) =
                       WS-VND-LATE-DAYS (WS-VND-IX)
                          + WS-RCPT-DAY - WS-OTHER-DAY
                 END-IF
              END-IF

              IF PMH-ORDER-DATE NUMERIC
                 AND PMH-ORDER-DATE GREATER ZEROS
                 MOVE PMH-ORDER-DATE TO WS-DN-DATE

                 PERFORM P700-DAY-NUMBER THRU P700-DAY-NUMBER-EXIT

                 MOVE WS-DN-DAYS     TO WS-OTHER-DAY

                 IF WS-RCPT-DAY NOT LESS WS-OTHER-DAY
                    AND WS-OTHER-DAY GREATER ZEROS
                    ADD 1 TO WS-VND-LEAD-CNT (WS-VND-IX)
                    COMPUTE WS-VND-LEAD-DAYS (WS-VND-IX) =
                       WS-VND-LEAD-DAYS (WS-VND-IX)
                          + WS-RCPT-DAY - WS-OTHER-DAY
                 END-IF
              END-IF
           END-IF
           .

       P300-SCORE-RECEIPT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A line still open that fell due in the month counts toward
      * fill with whatever it has received so far.
      *-----------------------------------------------------------------
       P400-SCORE-OPEN-LINE.

           READ OPENPOF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-PO-EOF-SW
             NOT AT END
                IF PO-DUE-DATE (1:6) EQUAL WS-SC-MONTH
                   MOVE PO-VENDOR-CODE TO WS-WORK-VENDOR

                   PERFORM P250-FIND-VENDOR
                   THRU    P250-FIND-VENDOR-EXIT

                   IF WS-VND-FOUND
                      ADD 1 TO WS-OPEN-LINES-SCORED
                      ADD PO-ORDER-QTY    TO WS-VND-FILL-ORD
                                             (WS-VND-IX)
                      ADD PO-RECEIVED-QTY TO WS-VND-FILL-RCV
                                             (WS-VND-IX)
                   END-IF
                END-IF
           END-READ
           .

       P400-SCORE-OPEN-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Work the vendor's measures, pick up its name and promise, and
      * store the measured lead time back on the master.
      *-----------------------------------------------------------------
       P500-FINISH-VENDOR.

           ADD 1 TO WS-VND-IX
                    WS-VENDORS-SCORED

           IF WS-VND-RECEIPTS (WS-VND-IX) GREATER ZEROS
              COMPUTE WS-VND-ON-TIME-PCT (WS-VND-IX) ROUNDED =
                 WS-VND-ON-TIME (WS-VND-IX) * 100
                    / WS-VND-RECEIPTS (WS-VND-IX)
           END-IF

           IF WS-VND-LATE (WS-VND-IX) GREATER ZEROS
              COMPUTE WS-VND-AVG-LATE (WS-VND-IX) ROUNDED =
                 WS-VND-LATE-DAYS (WS-VND-IX)
                    / WS-VND-LATE (WS-VND-IX)
           END-IF

           IF WS-VND-FILL-ORD (WS-VND-IX) GREATER ZEROS
              COMPUTE WS-VND-FILL-PCT (WS-VND-IX) ROUNDED =
                 WS-VND-FILL-RCV (WS-VND-IX) * 100
                    / WS-VND-FILL-ORD (WS-VND-IX)
           END-IF

           ADD WS-VND-RCV-QTY (WS-VND-IX) WS-VND-OVER-QTY (WS-VND-IX)
              GIVING WS-RECEIVED-ALL

           IF WS-RECEIVED-ALL GREATER ZEROS
              COMPUTE WS-VND-OVER-PCT (WS-VND-IX) ROUNDED =
                 WS-VND-OVER-QTY (WS-VND-IX) * 100 / WS-RECEIVED-ALL
           END-IF

           IF WS-VND-LEAD-CNT (WS-VND-IX) GREATER ZEROS
              COMPUTE WS-VND-ACT-LEAD (WS-VND-IX) ROUNDED =
                 WS-VND-LEAD-DAYS (WS-VND-IX)
                    / WS-VND-LEAD-CNT (WS-VND-IX)
           END-IF

           MOVE WS-VND-CODE (WS-VND-IX) TO VEN-CODE

           READ VENDORF
             INVALID KEY
                MOVE '** NOT ON MASTER **' TO WS-VND-NAME (WS-VND-IX)
             NOT INVALID KEY
                MOVE VEN-NAME TO WS-VND-NAME (WS-VND-IX)

                IF VEN-LEAD-DAYS NUMERIC
                   MOVE VEN-LEAD-DAYS TO WS-VND-PROMISED (WS-VND-IX)
                END-IF

                IF WS-VND-LEAD-CNT (WS-VND-IX) GREATER ZEROS
                   IF WS-VND-PROMISED (WS-VND-IX) GREATER ZEROS
                      AND WS-VND-ACT-LEAD (WS-VND-IX)
                         GREATER WS-VND-PROMISED (WS-VND-IX)
                      MOVE 'Y' TO WS-VND-DRIFT-SW (WS-VND-IX)
                      ADD 1    TO WS-DRIFT-FLAGGED
                   END-IF

                   MOVE WS-VND-ACT-LEAD (WS-VND-IX)
                                    TO VEN-ACTUAL-LEAD-DAYS
                   MOVE WS-SC-MONTH TO VEN-ACTUAL-LEAD-MONTH

                   REWRITE REC-VENDOR
                   END-REWRITE

                   IF WS-FS-VENDORF NOT EQUAL '00'
                      DISPLAY 'REWRITE VENDORF FS:' WS-FS-VENDORF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF
                END-IF
           END-READ
           .

       P500-FINISH-VENDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Ranked print: each pass prints the best vendor not yet printed.
      *-----------------------------------------------------------------
       P600-PRINT-NEXT-RANK.

           ADD 1 TO WS-RANK

           MOVE ZEROS TO WS-BEST-IX
                         WS-VND-IX

           PERFORM P610-FIND-BEST THRU P610-FIND-BEST-EXIT
              UNTIL WS-VND-IX NOT LESS WS-VND-CNT

           MOVE 'Y' TO WS-VND-RANKED-SW (WS-BEST-IX)

           MOVE SPACES                          TO WS-SCORE-LINE
           MOVE WS-RANK                         TO WS-SCL-RANK
           MOVE WS-VND-CODE        (WS-BEST-IX) TO WS-SCL-VENDOR
           MOVE WS-VND-NAME        (WS-BEST-IX) TO WS-SCL-NAME
           MOVE WS-VND-RECEIPTS    (WS-BEST-IX) TO WS-SCL-RECEIPTS
           MOVE WS-VND-ON-TIME-PCT (WS-BEST-IX) TO WS-SCL-ON-TIME
           MOVE WS-VND-AVG-LATE    (WS-BEST-IX) TO WS-SCL-AVG-LATE
           MOVE WS-VND-FILL-PCT    (WS-BEST-IX) TO WS-SCL-FILL
           MOVE WS-VND-OVER-PCT    (WS-BEST-IX) TO WS-SCL-OVER
           MOVE WS-VND-ACT-LEAD    (WS-BEST-IX) TO WS-SCL-ACT-LEAD
           MOVE WS-VND-PROMISED    (WS-BEST-IX) TO WS-SCL-PROMISED

           IF WS-VND-DRIFT-SW (WS-BEST-IX) EQUAL 'Y'
              MOVE 'DRIFT' TO WS-SCL-FLAG
           END-IF

           MOVE WS-SCORE-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P600-PRINT-NEXT-RANK-EXIT.
           EXIT.

       P610-FIND-BEST.

           ADD 1 TO WS-VND-IX

           IF WS-VND-RANKED-SW (WS-VND-IX) EQUAL 'N'
              EVALUATE TRUE
              WHEN WS-BEST-IX EQUAL ZEROS
                 MOVE WS-VND-IX TO WS-BEST-IX
              WHEN WS-VND-ON-TIME-PCT (WS-VND-IX)
                   GREATER WS-VND-ON-TIME-PCT (WS-BEST-IX)
                 MOVE WS-VND-IX TO WS-BEST-IX
              WHEN WS-VND-ON-TIME-PCT (WS-VND-IX)
                   EQUAL WS-VND-ON-TIME-PCT (WS-BEST-IX)
                 AND WS-VND-FILL-PCT (WS-VND-IX)
                   GREATER WS-VND-FILL-PCT (WS-BEST-IX)
                 MOVE WS-VND-IX TO WS-BEST-IX
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           .

       P610-FIND-BEST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Day number of WS-DN-DATE into WS-DN-DAYS; zero for a date
      * that is not a real calendar date.
      *-----------------------------------------------------------------
       P700-DAY-NUMBER.

           MOVE ZEROS TO WS-DN-DAYS

           IF WS-DN-DATE NUMERIC
              AND WS-DN-YYYY GREATER ZEROS
              AND WS-DN-MM GREATER ZEROS
              AND WS-DN-MM NOT GREATER 12
              SUBTRACT 1 FROM WS-DN-YYYY GIVING WS-DN-PRIOR-YEARS

              DIVIDE WS-DN-PRIOR-YEARS BY 4   GIVING WS-DN-Q4
              DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-Q100
              DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-Q400

              COMPUTE WS-DN-DAYS =
                 WS-DN-PRIOR-YEARS * 365
                    + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
                    + WS-MSD-ENTRY (WS-DN-MM) + WS-DN-DD

              DIVIDE WS-DN-YYYY BY 4
                 GIVING WS-DN-QUOT REMAINDER WS-DN-REM4
              DIVIDE WS-DN-YYYY BY 100
                 GIVING WS-DN-QUOT REMAINDER WS-DN-REM100
              DIVIDE WS-DN-YYYY BY 400
                 GIVING WS-DN-QUOT REMAINDER WS-DN-REM400

              IF WS-DN-MM GREATER 02
                 AND ((WS-DN-REM4 EQUAL ZEROS
                       AND WS-DN-REM100 NOT EQUAL ZEROS)
                    OR WS-DN-REM400 EQUAL ZEROS)
                 ADD 1 TO WS-DN-DAYS
              END-IF
           END-IF
           .

       P700-DAY-NUMBER-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'VENDORS SCORED'    TO WS-RPT-CNT-LABEL
           MOVE WS-VENDORS-SCORED   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'RECEIPTS SCORED'   TO WS-RPT-CNT-LABEL
           MOVE WS-RECEIPTS-SCORED  TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LEAD DRIFT FLAGGED' TO WS-RPT-CNT-LABEL
           MOVE WS-DRIFT-FLAGGED    TO WS-RPT-CNT-VALUE
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
