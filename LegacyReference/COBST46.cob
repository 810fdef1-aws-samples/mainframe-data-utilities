      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIFO layer valuation for the items flagged for last-in-first-
      * out tax valuation (STOCK-LIFO-IND non-zero). Each flagged
      * item's on-hand quantity is set against its layers on LIFOLYRF
      * (LIFOLYRF.cpy):
      *   more on hand than layered   the increase is a new layer for
      *                               the year, costed at the year's
      *                               average receipt cost off the PO
      *                               match history (standard cost
      *                               when nothing was received with
      *                               a price);
      *   less on hand than layered   the shortfall liquidates the
      *                               newest layers first.
      * The valuation page sets each item's LIFO value against its
      * standard value (quantity times STOCK-NEW-STD-COST, default unit
      * price where no standard exists); standard less LIFO is the
      * LIFO reserve, summarized by STOCK-CLASS-CODE. The liquidation
      * page prices the layers given up against the current cost --
      * the income a liquidation brings forward, which the tax
      * department asks for every quarter.
      *
      * Operator card (SYSIN): 'YEAREND' in cols 1-7 is the year-end
      * run, which adds and liquidates the layers on file for the
      * year in cols 9-12 (default: the year before the run date).
      * Any other card is the interim run: the same arithmetic on
      * today's quantities and the year-to-date receipts, nothing
      * written.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST46.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

           SELECT LIFOLYRF ASSIGN TO LIFOLYRF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LL-KEY
                  FILE STATUS   IS WS-FS-LIFOLYRF.

           SELECT POMATCHF ASSIGN TO POMATCHF
                  FILE STATUS IS WS-FS-POMATCHF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  STOCKM.

       COPY stock.

       FD  LIFOLYRF.

       COPY LIFOLYRF.

       FD  POMATCHF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       COPY POMATCHF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-LIFOLYRF            PIC X(002) VALUE SPACES.
           05  WS-FS-POMATCHF            PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-HISTORY-READ           PIC 9(009) VALUE ZEROS.
           05  WS-RECEIPTS-COSTED        PIC 9(009) VALUE ZEROS.
           05  WS-LIFO-ITEMS             PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-AT-STANDARD      PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-CLOSED           PIC 9(009) VALUE ZEROS.
           05  WS-LAYERS-ADDED           PIC 9(009) VALUE ZEROS.
           05  WS-LAYERS-USED-UP         PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-LIQUIDATED       PIC 9(009) VALUE ZEROS.
           05  WS-RCT-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-RCT-FOUND-IDX          PIC 9(004) VALUE ZEROS.
           05  WS-LYR-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-CLS-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-CLS-FOUND-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-EXP-IX                 PIC 9(004) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY               PIC 9(004).
           05  WS-RUN-MM                 PIC 9(002).
           05  WS-RUN-DD                 PIC 9(002).

       01  WS-LIFO-YEAR                  PIC 9(004) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Operator card (SYSIN): see the program banner.
      *-----------------------------------------------------------------
       01  WS-OPERATOR-CARD.
           05  WS-OPR-REQUEST            PIC X(007).
               88  WS-YEAR-END-RUN           VALUE 'YEAREND'.
           05  FILLER                    PIC X(001).
           05  WS-OPR-YEAR               PIC X(004).
           05  WS-OPR-YEAR-N REDEFINES WS-OPR-YEAR
                                         PIC 9(004).
           05  FILLER                    PIC X(068).

      *-----------------------------------------------------------------
      * The year's priced receipts per item, from the PO match history
      * ('R' and 'O' rows received in the LIFO year).
      *-----------------------------------------------------------------
       01  WS-RCT-TABLE.
           05  WS-RCT-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-RCT-ENTRY OCCURS 3000 TIMES.
               10  WS-RCT-ITEM           PIC X(009).
               10  WS-RCT-QTY            PIC S9(009)V9(004).
               10  WS-RCT-EXTENDED       PIC S9(011)V9(004).

      *-----------------------------------------------------------------
      * The current item's layers, oldest first as they come off the
      * file; a layer the run adds goes on the end.
      *-----------------------------------------------------------------
       01  WS-LYR-TABLE.
           05  WS-LYR-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-LYR-ENTRY OCCURS 99 TIMES.
               10  WS-LYR-YEAR           PIC 9(004).
               10  WS-LYR-QTY            PIC S9(009)V9(004).
               10  WS-LYR-COST           PIC 9(007)V9(004).
               10  WS-LYR-SOURCE         PIC X(001).
               10  WS-LYR-ORIGINAL       PIC S9(009)V9(004).
               10  WS-LYR-CREATED        PIC 9(008).
               10  WS-LYR-NEW-SW         PIC X(001).
                   88  WS-LYR-NEW            VALUE 'Y'.

       01  WS-ITEM-WORK.
           05  WS-ITM-CURRENT            PIC X(009) VALUE SPACES.
           05  WS-ITM-CLASS-CODE         PIC X(004) VALUE SPACES.
           05  WS-ITM-LIFO-IND           PIC 9(003) VALUE ZEROS.
           05  WS-ITM-ON-HAND            PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ITM-STD-COST           PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-ITM-YEAR-COST          PIC 9(007)V9(004)
                                          VALUE ZEROS.
           05  WS-ITM-COST-SOURCE        PIC X(001) VALUE SPACES.
           05  WS-ITM-LAYERED-QTY        PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ITM-LIQ-QTY            PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ITM-LIQ-LEFT           PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ITM-LIQ-TAKE           PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ITM-LIQ-COST           PIC S9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-ITM-LIQ-OLDEST         PIC 9(004) VALUE ZEROS.
           05  WS-ITM-LIQ-NEWEST         PIC 9(004) VALUE ZEROS.
           05  WS-ITM-LIFO-VALUE         PIC S9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-ITM-STD-VALUE          PIC S9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-ITM-RESERVE            PIC S9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-ITM-ACTION             PIC X(010) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-TOT-STD-VALUE          PIC S9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-TOT-LIFO-VALUE         PIC S9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-TOT-RESERVE            PIC S9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-TOT-EXPOSURE           PIC S9(011)V9(002)
                                          VALUE ZEROS.

       01  WS-CLS-TABLE.
           05  WS-CLS-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-CLS-ENTRY OCCURS 100 TIMES.
               10  WS-CLS-CODE           PIC X(004).
               10  WS-CLS-ITEMS          PIC 9(007).
               10  WS-CLS-STD-VALUE      PIC S9(011)V9(002).
               10  WS-CLS-LIFO-VALUE     PIC S9(011)V9(002).

      *-----------------------------------------------------------------
      * Liquidations held for the last page.
      *-----------------------------------------------------------------
       01  WS-EXP-TABLE.
           05  WS-EXP-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-EXP-ENTRY OCCURS 2000 TIMES.
               10  WS-EXP-ITEM           PIC X(009).
               10  WS-EXP-CLASS-CODE     PIC X(004).
               10  WS-EXP-QTY            PIC S9(009)V9(004).
               10  WS-EXP-LIFO-COST      PIC S9(011)V9(002).
               10  WS-EXP-CURRENT-COST   PIC S9(011)V9(002).
               10  WS-EXP-OLDEST         PIC 9(004).
               10  WS-EXP-NEWEST         PIC 9(004).

       01  WS-EXP-AMOUNT                 PIC S9(011)V9(002)
                                          VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-PENDING-SW             PIC X(001) VALUE 'N'.
               88  WS-PENDING-ITEM           VALUE 'Y'.
           05  WS-HISTORY-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-HISTORY-EOF            VALUE 'Y'.
           05  WS-LAYER-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-LAYER-EOF              VALUE 'Y'.
           05  WS-LIFOLYRF-OFF-SW        PIC X(001) VALUE 'N'.
               88  WS-LIFOLYRF-OFF           VALUE 'Y'.
           05  WS-POMATCHF-OFF-SW        PIC X(001) VALUE 'N'.
               88  WS-POMATCHF-OFF           VALUE 'Y'.
           05  WS-ITEM-CLOSED-SW         PIC X(001) VALUE 'N'.
               88  WS-ITEM-CLOSED            VALUE 'Y'.
           05  WS-RCT-FULL-SW            PIC X(001) VALUE 'N'.
               88  WS-RCT-FULL               VALUE 'Y'.
           05  WS-EXP-FULL-SW            PIC X(001) VALUE 'N'.
               88  WS-EXP-FULL               VALUE 'Y'.

       01  WS-VALUE-LINE.
           05  WS-VAL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-VAL-CLASS              PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-VAL-QTY                PIC -ZZZZZZ9.99 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-VAL-STD                PIC -ZZZZZZZ9.99 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-VAL-LIFO               PIC -ZZZZZZZ9.99 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-VAL-RESERVE            PIC -ZZZZZZZ9.99 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-VAL-ACTION             PIC X(010) VALUE SPACES.

       01  WS-CLASS-LINE.
           05  WS-CSL-CLASS              PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSL-ITEMS              PIC ZZZ,ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSL-STD                PIC -ZZZ,ZZZ,ZZ9.99
                                          VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSL-LIFO               PIC -ZZZ,ZZZ,ZZ9.99
                                          VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSL-RESERVE            PIC -ZZZ,ZZZ,ZZ9.99
                                          VALUE SPACES.

       01  WS-EXPOSURE-LINE.
           05  WS-EXL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-CLASS              PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EXL-QTY                PIC -ZZZZZZ9.99 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EXL-LIFO               PIC -ZZZZZZZ9.99 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EXL-CURRENT            PIC -ZZZZZZZ9.99 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EXL-EXPOSURE           PIC -ZZZZZZZ9.99 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EXL-OLDEST             PIC 9(004) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE '-'.
           05  WS-EXL-NEWEST             PIC 9(004) VALUE ZEROS.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  WS-RPT-AMT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-AMT-VALUE          PIC -ZZZ,ZZZ,ZZ9.99
                                          VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST46 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPERATOR-CARD FROM SYSIN.

           IF WS-YEAR-END-RUN
              IF WS-OPR-YEAR NUMERIC
                 AND WS-OPR-YEAR-N GREATER 1900
                 AND WS-OPR-YEAR-N NOT GREATER WS-RUN-YYYY
                 MOVE WS-OPR-YEAR-N TO WS-LIFO-YEAR
              ELSE
                 COMPUTE WS-LIFO-YEAR = WS-RUN-YYYY - 1
              END-IF
              DISPLAY 'YEAR-END RUN FOR LIFO YEAR: ' WS-LIFO-YEAR
           ELSE
              MOVE WS-RUN-YYYY TO WS-LIFO-YEAR
              DISPLAY 'INTERIM RUN. NO LAYERS UPDATED.'
           END-IF

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           IF NOT WS-POMATCHF-OFF
              PERFORM P150-LOAD-RECEIPT THRU P150-LOAD-RECEIPT-EXIT
                 UNTIL WS-HISTORY-EOF
           END-IF

           MOVE SPACES              TO WS-RPT-TITLE
           IF WS-YEAR-END-RUN
              MOVE 'LIFO VALUATION - YEAR END'
                                    TO WS-RPT-TITLE
              MOVE WS-LIFO-YEAR     TO WS-RPT-TITLE (27:4)
           ELSE
              MOVE 'LIFO VALUATION - INTERIM'
                                    TO WS-RPT-TITLE
           END-IF
           MOVE 'COBST46 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ITEM ID    CLS'    TO WS-COLUMN-HEADING (1:14)
           MOVE 'ON HAND'           TO WS-COLUMN-HEADING (21:7)
           MOVE 'STD VALUE'         TO WS-COLUMN-HEADING (32:9)
           MOVE 'LIFO VALUE'        TO WS-COLUMN-HEADING (44:10)
           MOVE 'RESERVE'           TO WS-COLUMN-HEADING (60:7)
           MOVE 'ACTION'            TO WS-COLUMN-HEADING (68:6)

           MOVE LOW-VALUES TO STOCK-KEY

           START STOCKM KEY IS NOT LESS THAN STOCK-KEY
             INVALID KEY
                MOVE 'Y' TO WS-EOF-SW
           END-START

           PERFORM P200-VALUE-NEXT THRU P200-VALUE-NEXT-EXIT
              UNTIL WS-EOF

           IF WS-PENDING-ITEM
              PERFORM P300-VALUE-ITEM
              THRU    P300-VALUE-ITEM-EXIT
           END-IF

           PERFORM P600-PRINT-CLASSES THRU P600-PRINT-CLASSES-EXIT

           PERFORM P700-PRINT-EXPOSURE THRU P700-PRINT-EXPOSURE-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'HISTORY READ......: ' WS-HISTORY-READ.
           DISPLAY 'RECEIPTS COSTED...: ' WS-RECEIPTS-COSTED.
           DISPLAY 'LIFO ITEMS........: ' WS-LIFO-ITEMS.
           DISPLAY 'AT STANDARD COST..: ' WS-ITEMS-AT-STANDARD.
           DISPLAY 'ALREADY CLOSED....: ' WS-ITEMS-CLOSED.
           DISPLAY 'LAYERS ADDED......: ' WS-LAYERS-ADDED.
           DISPLAY 'ITEMS LIQUIDATED..: ' WS-ITEMS-LIQUIDATED.
           DISPLAY 'LAYERS USED UP....: ' WS-LAYERS-USED-UP.
           DISPLAY '--------------------'.

           DISPLAY 'COBST46 FINISHED'.

           STOP RUN.

       P100-OPEN-FILES.

           OPEN INPUT STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM  FS: ' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * The year-end run owns the layer file: a newly defined cluster
      * opens with file status 35 and is seeded empty, the first year
      * end building every item's base layer. The interim run only
      * reads it; with no cluster yet every item values as a base
      * layer at the current cost.
      *-----------------------------------------------------------------
           IF WS-YEAR-END-RUN
              OPEN I-O LIFOLYRF

              EVALUATE TRUE
              WHEN WS-FS-LIFOLYRF EQUAL '00'
                 CONTINUE
              WHEN WS-FS-LIFOLYRF EQUAL '35'
                 DISPLAY 'EMPTY LIFOLYRF. INITIALIZING FOR COLD START.'

                 OPEN OUTPUT LIFOLYRF
                 CLOSE LIFOLYRF
                 OPEN I-O LIFOLYRF

                 IF WS-FS-LIFOLYRF NOT EQUAL '00'
                    DISPLAY 'REOPEN LIFOLYRF FS:' WS-FS-LIFOLYRF
                    PERFORM P999-ERROR THRU P999-ERROR-EXIT
                 END-IF
              WHEN OTHER
                 DISPLAY 'OPEN LIFOLYRF FS: ' WS-FS-LIFOLYRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-EVALUATE
           ELSE
              OPEN INPUT LIFOLYRF

              EVALUATE TRUE
              WHEN WS-FS-LIFOLYRF EQUAL '00'
                 CONTINUE
              WHEN WS-FS-LIFOLYRF EQUAL '35'
                 DISPLAY 'LIFOLYRF NOT DEFINED. NO LAYERS ON FILE.'
                 MOVE 'Y' TO WS-LIFOLYRF-OFF-SW
              WHEN OTHER
                 DISPLAY 'OPEN LIFOLYRF FS: ' WS-FS-LIFOLYRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-EVALUATE
           END-IF

           OPEN INPUT POMATCHF.

           EVALUATE TRUE
           WHEN WS-FS-POMATCHF EQUAL '00'
              CONTINUE
           WHEN WS-FS-POMATCHF EQUAL '35'
              DISPLAY 'POMATCHF NOT DEFINED. STANDARD COST IN EFFECT.'
              MOVE 'Y' TO WS-POMATCHF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN POMATCHF FS: ' WS-FS-POMATCHF
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

           CLOSE STOCKM.
           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM FS: ' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-LIFOLYRF-OFF
              CLOSE LIFOLYRF
              IF WS-FS-LIFOLYRF NOT EQUAL '00'
                 DISPLAY 'CLOSE LIFOLYRF FS:' WS-FS-LIFOLYRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF NOT WS-POMATCHF-OFF
              CLOSE POMATCHF
              IF WS-FS-POMATCHF NOT EQUAL '00'
                 DISPLAY 'CLOSE POMATCHF FS:' WS-FS-POMATCHF
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

      *-----------------------------------------------------------------
      * Priced receipts of the LIFO year, per item. History rows
      * written before the match carried the PO price hold spaces in
      * PMH-UNIT-COST and are passed over.
      *-----------------------------------------------------------------
       P150-LOAD-RECEIPT.

           READ POMATCHF
             AT END
                MOVE 'Y' TO WS-HISTORY-EOF-SW
             NOT AT END
                ADD 1 TO WS-HISTORY-READ

                IF (PMH-RECEIPT OR PMH-OVER-RECEIPT)
                   AND PMH-RECEIPT-DATE (1:4) EQUAL WS-LIFO-YEAR
                   AND PMH-QTY NUMERIC
                   AND PMH-QTY GREATER ZEROS
                   AND PMH-UNIT-COST NUMERIC
                   AND PMH-UNIT-COST GREATER ZEROS
                   PERFORM P160-ADD-RECEIPT
                   THRU    P160-ADD-RECEIPT-EXIT
                END-IF
           END-READ

           IF WS-FS-POMATCHF NOT EQUAL '00'
              AND WS-FS-POMATCHF NOT EQUAL '10'
              DISPLAY 'READ POMATCHF FS: ' WS-FS-POMATCHF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P150-LOAD-RECEIPT-EXIT.
           EXIT.

       P160-ADD-RECEIPT.

           MOVE ZEROS TO WS-RCT-IX
                         WS-RCT-FOUND-IDX

           PERFORM P161-SCAN-RECEIPT THRU P161-SCAN-RECEIPT-EXIT
              UNTIL WS-RCT-IX NOT LESS WS-RCT-CNT
                 OR WS-RCT-FOUND-IDX GREATER ZERO

           IF WS-RCT-FOUND-IDX EQUAL ZERO
              IF WS-RCT-CNT LESS 3000
                 ADD 1 TO WS-RCT-CNT
                 MOVE PMH-ITEM-ID TO WS-RCT-ITEM     (WS-RCT-CNT)
                 MOVE ZEROS       TO WS-RCT-QTY      (WS-RCT-CNT)
                                     WS-RCT-EXTENDED (WS-RCT-CNT)
                 MOVE WS-RCT-CNT  TO WS-RCT-FOUND-IDX
              ELSE
                 IF NOT WS-RCT-FULL
                    DISPLAY 'RECEIPT TABLE FULL. LATER ITEMS AT STD.'
                    MOVE 'Y' TO WS-RCT-FULL-SW
                 END-IF
              END-IF
           END-IF

           IF WS-RCT-FOUND-IDX GREATER ZERO
              ADD 1 TO WS-RECEIPTS-COSTED
              ADD PMH-QTY TO WS-RCT-QTY (WS-RCT-FOUND-IDX)
              COMPUTE WS-RCT-EXTENDED (WS-RCT-FOUND-IDX) ROUNDED =
                      WS-RCT-EXTENDED (WS-RCT-FOUND-IDX)
                    + PMH-QTY * PMH-UNIT-COST
           END-IF
           .

       P160-ADD-RECEIPT-EXIT.
           EXIT.

       P161-SCAN-RECEIPT.

           ADD 1 TO WS-RCT-IX

           IF WS-RCT-ITEM (WS-RCT-IX) EQUAL PMH-ITEM-ID
              MOVE WS-RCT-IX TO WS-RCT-FOUND-IDX
           END-IF
           .

       P161-SCAN-RECEIPT-EXIT.
           EXIT.

       P200-VALUE-NEXT.

           READ STOCKM NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SCANNED

                IF WS-PENDING-ITEM
                   AND STOCK-ITEM-ID NOT EQUAL WS-ITM-CURRENT
                   PERFORM P300-VALUE-ITEM
                   THRU    P300-VALUE-ITEM-EXIT
                END-IF

                PERFORM P210-NOTE-RECORD
                THRU    P210-NOTE-RECORD-EXIT
           END-READ
           .

       P200-VALUE-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Gather the item across its pair: the LIFO flag from the
      * ITEM-USER layout, on-hand from the SAP layout, standard cost
      * from the STD layout (default unit price where none).
      *-----------------------------------------------------------------
       P210-NOTE-RECORD.

           IF NOT WS-PENDING-ITEM
              MOVE STOCK-ITEM-ID TO WS-ITM-CURRENT
              MOVE ZEROS  TO WS-ITM-LIFO-IND
                             WS-ITM-ON-HAND
                             WS-ITM-STD-COST
              MOVE SPACES TO WS-ITM-CLASS-CODE
              MOVE 'Y'    TO WS-PENDING-SW
           END-IF

           IF WS-ITM-CLASS-CODE EQUAL SPACES
              MOVE STOCK-CLASS-CODE TO WS-ITM-CLASS-CODE
           END-IF

           IF STOCK-TYPE1
              AND WS-ITM-STD-COST EQUAL ZEROS
              AND STOCK-DEFAULT-UNIT-PRICE NUMERIC
              MOVE STOCK-DEFAULT-UNIT-PRICE TO WS-ITM-STD-COST
           END-IF

           IF STOCK-LAYOUT-STD
              AND STOCK-NEW-STD-COST NUMERIC
              MOVE STOCK-NEW-STD-COST TO WS-ITM-STD-COST
           END-IF

           IF STOCK-LAYOUT-SAP
              AND STOCK-OH-UNPRICED-QTY NUMERIC
              AND STOCK-OH-PRICED-QTY NUMERIC
              ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
                 TO WS-ITM-ON-HAND
           END-IF

           IF STOCK-LAYOUT-ITEM-USER
              AND STOCK-LIFO-IND NUMERIC
              MOVE STOCK-LIFO-IND TO WS-ITM-LIFO-IND
           END-IF
           .

       P210-NOTE-RECORD-EXIT.
           EXIT.

       P300-VALUE-ITEM.

           IF WS-ITM-LIFO-IND GREATER ZEROS
              ADD 1 TO WS-LIFO-ITEMS

              IF WS-ITM-ON-HAND LESS ZEROS
                 MOVE ZEROS TO WS-ITM-ON-HAND
              END-IF

              PERFORM P310-LOAD-LAYERS THRU P310-LOAD-LAYERS-EXIT

              PERFORM P320-YEAR-COST THRU P320-YEAR-COST-EXIT

              MOVE ZEROS TO WS-ITM-LIQ-QTY
                            WS-ITM-LIQ-COST
                            WS-ITM-LIQ-OLDEST
                            WS-ITM-LIQ-NEWEST

              EVALUATE TRUE
              WHEN WS-YEAR-END-RUN AND WS-ITEM-CLOSED
                 ADD 1 TO WS-ITEMS-CLOSED
                 MOVE 'CLOSED'     TO WS-ITM-ACTION
              WHEN WS-ITM-ON-HAND GREATER WS-ITM-LAYERED-QTY
                 PERFORM P330-ADD-LAYER THRU P330-ADD-LAYER-EXIT
              WHEN WS-ITM-ON-HAND LESS WS-ITM-LAYERED-QTY
                 PERFORM P340-LIQUIDATE THRU P340-LIQUIDATE-EXIT
              WHEN OTHER
                 MOVE 'NO CHANGE'  TO WS-ITM-ACTION
              END-EVALUATE

              PERFORM P350-VALUE-LAYERS THRU P350-VALUE-LAYERS-EXIT

              IF WS-YEAR-END-RUN
                 AND NOT WS-ITEM-CLOSED
                 PERFORM P360-APPLY-LAYERS
                 THRU    P360-APPLY-LAYERS-EXIT
              END-IF

              PERFORM P380-TALLY-CLASS THRU P380-TALLY-CLASS-EXIT

              PERFORM P390-PRINT-ITEM THRU P390-PRINT-ITEM-EXIT
           END-IF

           MOVE 'N' TO WS-PENDING-SW
           .

       P300-VALUE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The item's layers, oldest year first.
      *-----------------------------------------------------------------
       P310-LOAD-LAYERS.

           MOVE ZEROS TO WS-LYR-CNT
                         WS-ITM-LAYERED-QTY
           MOVE 'N'   TO WS-ITEM-CLOSED-SW
                         WS-LAYER-EOF-SW

           IF WS-LIFOLYRF-OFF
              MOVE 'Y' TO WS-LAYER-EOF-SW
           ELSE
              MOVE WS-ITM-CURRENT TO LL-ITEM-ID
              MOVE ZEROS          TO LL-LAYER-YEAR

              START LIFOLYRF KEY IS NOT LESS THAN LL-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-LAYER-EOF-SW
              END-START
           END-IF

           PERFORM P311-READ-LAYER THRU P311-READ-LAYER-EXIT
              UNTIL WS-LAYER-EOF
           .

       P310-LOAD-LAYERS-EXIT.
           EXIT.

       P311-READ-LAYER.

           READ LIFOLYRF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-LAYER-EOF-SW
             NOT AT END
                IF LL-ITEM-ID NOT EQUAL WS-ITM-CURRENT
                   MOVE 'Y' TO WS-LAYER-EOF-SW
                ELSE
                   IF WS-LYR-CNT NOT LESS 99
                      DISPLAY 'LAYER TABLE FULL FOR ITEM: '
                               WS-ITM-CURRENT
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-LYR-CNT
                   MOVE LL-LAYER-YEAR   TO WS-LYR-YEAR     (WS-LYR-CNT)
                   MOVE LL-LAYER-QTY    TO WS-LYR-QTY      (WS-LYR-CNT)
                   MOVE LL-UNIT-COST    TO WS-LYR-COST     (WS-LYR-CNT)
                   MOVE LL-COST-SOURCE  TO WS-LYR-SOURCE   (WS-LYR-CNT)
                   MOVE LL-ORIGINAL-QTY TO WS-LYR-ORIGINAL (WS-LYR-CNT)
                   MOVE LL-CREATED-DATE TO WS-LYR-CREATED  (WS-LYR-CNT)
                   MOVE 'N'             TO WS-LYR-NEW-SW   (WS-LYR-CNT)

                   ADD LL-LAYER-QTY TO WS-ITM-LAYERED-QTY

                   IF LL-CLOSED-YEAR NOT LESS WS-LIFO-YEAR
                      MOVE 'Y' TO WS-ITEM-CLOSED-SW
                   END-IF
                END-IF
           END-READ
           .

       P311-READ-LAYER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The year's average receipt cost, else standard cost.
      *-----------------------------------------------------------------
       P320-YEAR-COST.

           MOVE ZEROS TO WS-RCT-IX
                         WS-RCT-FOUND-IDX

           PERFORM P321-FIND-RECEIPT THRU P321-FIND-RECEIPT-EXIT
              UNTIL WS-RCT-IX NOT LESS WS-RCT-CNT
                 OR WS-RCT-FOUND-IDX GREATER ZERO

           IF WS-RCT-FOUND-IDX GREATER ZERO
              AND WS-RCT-QTY (WS-RCT-FOUND-IDX) GREATER ZEROS
              COMPUTE WS-ITM-YEAR-COST ROUNDED =
                      WS-RCT-EXTENDED (WS-RCT-FOUND-IDX)
                    / WS-RCT-QTY (WS-RCT-FOUND-IDX)
              MOVE 'R' TO WS-ITM-COST-SOURCE
           ELSE
              MOVE WS-ITM-STD-COST TO WS-ITM-YEAR-COST
              MOVE 'S' TO WS-ITM-COST-SOURCE
              ADD 1 TO WS-ITEMS-AT-STANDARD
           END-IF
           .

       P320-YEAR-COST-EXIT.
           EXIT.

       P321-FIND-RECEIPT.

           ADD 1 TO WS-RCT-IX

           IF WS-RCT-ITEM (WS-RCT-IX) EQUAL WS-ITM-CURRENT
              MOVE WS-RCT-IX TO WS-RCT-FOUND-IDX
           END-IF
           .

       P321-FIND-RECEIPT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * On-hand above the layers: the increase is the year's layer.
      *-----------------------------------------------------------------
       P330-ADD-LAYER.

           IF WS-LYR-CNT EQUAL ZEROS
              MOVE 'BASE LAYER' TO WS-ITM-ACTION
           ELSE
              MOVE 'NEW LAYER'  TO WS-ITM-ACTION
           END-IF

           IF WS-LYR-CNT NOT LESS 99
              DISPLAY 'LAYER TABLE FULL FOR ITEM: ' WS-ITM-CURRENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-LYR-CNT
           MOVE WS-LIFO-YEAR        TO WS-LYR-YEAR     (WS-LYR-CNT)
           COMPUTE WS-LYR-QTY (WS-LYR-CNT) =
                   WS-ITM-ON-HAND - WS-ITM-LAYERED-QTY
           MOVE WS-LYR-QTY (WS-LYR-CNT)
                                    TO WS-LYR-ORIGINAL (WS-LYR-CNT)
           MOVE WS-ITM-YEAR-COST    TO WS-LYR-COST     (WS-LYR-CNT)
           MOVE WS-ITM-COST-SOURCE  TO WS-LYR-SOURCE   (WS-LYR-CNT)
           MOVE WS-RUN-DATE         TO WS-LYR-CREATED  (WS-LYR-CNT)
           MOVE 'Y'                 TO WS-LYR-NEW-SW   (WS-LYR-CNT)

           IF WS-YEAR-END-RUN
              ADD 1 TO WS-LAYERS-ADDED
           END-IF
           .

       P330-ADD-LAYER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * On-hand below the layers: the shortfall comes off the newest
      * layers first. Priced at today's cost the same quantity would
      * cost more (or less) than the layers given up -- the income
      * the liquidation brings forward -- and is held for the last
      * page.
      *-----------------------------------------------------------------
       P340-LIQUIDATE.

           MOVE 'LIQUIDATED' TO WS-ITM-ACTION
           ADD 1 TO WS-ITEMS-LIQUIDATED

           COMPUTE WS-ITM-LIQ-QTY = WS-ITM-LAYERED-QTY - WS-ITM-ON-HAND
           MOVE WS-ITM-LIQ-QTY TO WS-ITM-LIQ-LEFT
           MOVE WS-LYR-CNT     TO WS-LYR-IX

           PERFORM P341-TAKE-LAYER THRU P341-TAKE-LAYER-EXIT
              UNTIL WS-ITM-LIQ-LEFT NOT GREATER ZEROS
                 OR WS-LYR-IX EQUAL ZEROS

           IF WS-EXP-CNT LESS 2000
              ADD 1 TO WS-EXP-CNT
              MOVE WS-ITM-CURRENT    TO WS-EXP-ITEM       (WS-EXP-CNT)
              MOVE WS-ITM-CLASS-CODE TO WS-EXP-CLASS-CODE (WS-EXP-CNT)
              MOVE WS-ITM-LIQ-QTY    TO WS-EXP-QTY        (WS-EXP-CNT)
              MOVE WS-ITM-LIQ-COST   TO WS-EXP-LIFO-COST  (WS-EXP-CNT)
              COMPUTE WS-EXP-CURRENT-COST (WS-EXP-CNT) ROUNDED =
                      WS-ITM-LIQ-QTY * WS-ITM-YEAR-COST
              MOVE WS-ITM-LIQ-OLDEST TO WS-EXP-OLDEST     (WS-EXP-CNT)
              MOVE WS-ITM-LIQ-NEWEST TO WS-EXP-NEWEST     (WS-EXP-CNT)
           ELSE
              IF NOT WS-EXP-FULL
                 DISPLAY 'LIQUIDATION TABLE FULL. LATER ITEMS NOT '
                         'LISTED.'
                 MOVE 'Y' TO WS-EXP-FULL-SW
              END-IF
           END-IF
           .

       P340-LIQUIDATE-EXIT.
           EXIT.

       P341-TAKE-LAYER.

           IF WS-LYR-QTY (WS-LYR-IX) GREATER WS-ITM-LIQ-LEFT
              MOVE WS-ITM-LIQ-LEFT TO WS-ITM-LIQ-TAKE
           ELSE
              MOVE WS-LYR-QTY (WS-LYR-IX) TO WS-ITM-LIQ-TAKE
           END-IF

           IF WS-ITM-LIQ-TAKE GREATER ZEROS
              SUBTRACT WS-ITM-LIQ-TAKE FROM WS-LYR-QTY (WS-LYR-IX)
              SUBTRACT WS-ITM-LIQ-TAKE FROM WS-ITM-LIQ-LEFT

              COMPUTE WS-ITM-LIQ-COST ROUNDED = WS-ITM-LIQ-COST
                    + WS-ITM-LIQ-TAKE * WS-LYR-COST (WS-LYR-IX)

              IF WS-ITM-LIQ-NEWEST EQUAL ZEROS
                 MOVE WS-LYR-YEAR (WS-LYR-IX) TO WS-ITM-LIQ-NEWEST
              END-IF
              MOVE WS-LYR-YEAR (WS-LYR-IX) TO WS-ITM-LIQ-OLDEST
           END-IF

           SUBTRACT 1 FROM WS-LYR-IX
           .

       P341-TAKE-LAYER-EXIT.
           EXIT.

       P350-VALUE-LAYERS.

           MOVE ZEROS TO WS-ITM-LIFO-VALUE
                         WS-LYR-IX

           PERFORM P351-VALUE-LAYER THRU P351-VALUE-LAYER-EXIT
              UNTIL WS-LYR-IX NOT LESS WS-LYR-CNT

           COMPUTE WS-ITM-STD-VALUE ROUNDED =
                   WS-ITM-ON-HAND * WS-ITM-STD-COST

           COMPUTE WS-ITM-RESERVE =
                   WS-ITM-STD-VALUE - WS-ITM-LIFO-VALUE

           ADD WS-ITM-STD-VALUE  TO WS-TOT-STD-VALUE
           ADD WS-ITM-LIFO-VALUE TO WS-TOT-LIFO-VALUE
           ADD WS-ITM-RESERVE    TO WS-TOT-RESERVE
           .

       P350-VALUE-LAYERS-EXIT.
           EXIT.

       P351-VALUE-LAYER.

           ADD 1 TO WS-LYR-IX

           COMPUTE WS-ITM-LIFO-VALUE ROUNDED = WS-ITM-LIFO-VALUE
                 + WS-LYR-QTY (WS-LYR-IX) * WS-LYR-COST (WS-LYR-IX)
           .

       P351-VALUE-LAYER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Year end: a layer used up is deleted, the year's new layer
      * written, and every surviving layer stamped closed for the
      * year.
      *-----------------------------------------------------------------
       P360-APPLY-LAYERS.

           MOVE ZEROS TO WS-LYR-IX

           PERFORM P361-APPLY-LAYER THRU P361-APPLY-LAYER-EXIT
              UNTIL WS-LYR-IX NOT LESS WS-LYR-CNT
           .

       P360-APPLY-LAYERS-EXIT.
           EXIT.

       P361-APPLY-LAYER.

           ADD 1 TO WS-LYR-IX

           MOVE SPACES                       TO REC-LIFO-LAYER
           MOVE WS-ITM-CURRENT               TO LL-ITEM-ID
           MOVE WS-LYR-YEAR     (WS-LYR-IX)  TO LL-LAYER-YEAR
           MOVE WS-LYR-QTY      (WS-LYR-IX)  TO LL-LAYER-QTY
           MOVE WS-LYR-COST     (WS-LYR-IX)  TO LL-UNIT-COST
           MOVE WS-LYR-SOURCE   (WS-LYR-IX)  TO LL-COST-SOURCE
           MOVE WS-LYR-ORIGINAL (WS-LYR-IX)  TO LL-ORIGINAL-QTY
           MOVE WS-LYR-CREATED  (WS-LYR-IX)  TO LL-CREATED-DATE
           MOVE WS-LIFO-YEAR                 TO LL-CLOSED-YEAR

           EVALUATE TRUE
           WHEN WS-LYR-NEW (WS-LYR-IX)
              WRITE REC-LIFO-LAYER
              END-WRITE

              IF WS-FS-LIFOLYRF NOT EQUAL '00'
                 DISPLAY 'WRITE LIFOLYRF FS:' WS-FS-LIFOLYRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

           WHEN WS-LYR-QTY (WS-LYR-IX) NOT GREATER ZEROS
              DELETE LIFOLYRF RECORD
              END-DELETE

              IF WS-FS-LIFOLYRF NOT EQUAL '00'
                 DISPLAY 'DELETE LIFOLYRF FS:' WS-FS-LIFOLYRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-LAYERS-USED-UP

           WHEN OTHER
              REWRITE REC-LIFO-LAYER
              END-REWRITE

              IF WS-FS-LIFOLYRF NOT EQUAL '00'
                 DISPLAY 'REWRITE LIFOLYRF FS:' WS-FS-LIFOLYRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-EVALUATE
           .

       P361-APPLY-LAYER-EXIT.
           EXIT.

       P380-TALLY-CLASS.

           MOVE ZEROS TO WS-CLS-FOUND-IDX
                         WS-CLS-IX

           PERFORM P381-SCAN-CLASS THRU P381-SCAN-CLASS-EXIT
              UNTIL WS-CLS-IX NOT LESS WS-CLS-CNT
                 OR WS-CLS-FOUND-IDX GREATER ZERO

           IF WS-CLS-FOUND-IDX EQUAL ZERO
              IF WS-CLS-CNT LESS 100
                 ADD 1 TO WS-CLS-CNT
                 MOVE WS-ITM-CLASS-CODE TO WS-CLS-CODE (WS-CLS-CNT)
                 MOVE ZEROS TO WS-CLS-ITEMS      (WS-CLS-CNT)
                               WS-CLS-STD-VALUE  (WS-CLS-CNT)
                               WS-CLS-LIFO-VALUE (WS-CLS-CNT)
                 MOVE WS-CLS-CNT TO WS-CLS-FOUND-IDX
              END-IF
           END-IF

           IF WS-CLS-FOUND-IDX GREATER ZERO
              ADD 1 TO WS-CLS-ITEMS (WS-CLS-FOUND-IDX)
              ADD WS-ITM-STD-VALUE
                 TO WS-CLS-STD-VALUE  (WS-CLS-FOUND-IDX)
              ADD WS-ITM-LIFO-VALUE
                 TO WS-CLS-LIFO-VALUE (WS-CLS-FOUND-IDX)
           END-IF
           .

       P380-TALLY-CLASS-EXIT.
           EXIT.

       P381-SCAN-CLASS.

           ADD 1 TO WS-CLS-IX

           IF WS-CLS-CODE (WS-CLS-IX) EQUAL WS-ITM-CLASS-CODE
              MOVE WS-CLS-IX TO WS-CLS-FOUND-IDX
           END-IF
           .

       P381-SCAN-CLASS-EXIT.
           EXIT.

       P390-PRINT-ITEM.

           MOVE WS-ITM-CURRENT     TO WS-VAL-ITEM
           MOVE WS-ITM-CLASS-CODE  TO WS-VAL-CLASS
           MOVE WS-ITM-ON-HAND     TO WS-VAL-QTY
           MOVE WS-ITM-STD-VALUE   TO WS-VAL-STD
           MOVE WS-ITM-LIFO-VALUE  TO WS-VAL-LIFO
           MOVE WS-ITM-RESERVE     TO WS-VAL-RESERVE
           MOVE WS-ITM-ACTION      TO WS-VAL-ACTION

           MOVE WS-VALUE-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P390-PRINT-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIFO reserve by STOCK-CLASS-CODE.
      *-----------------------------------------------------------------
       P600-PRINT-CLASSES.

           MOVE 'LIFO RESERVE BY CLASS'
                                    TO WS-RPT-TITLE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'CLASS    ITEMS'    TO WS-COLUMN-HEADING (1:14)
           MOVE 'STD VALUE'         TO WS-COLUMN-HEADING (23:9)
           MOVE 'LIFO VALUE'        TO WS-COLUMN-HEADING (39:10)
           MOVE 'RESERVE'           TO WS-COLUMN-HEADING (59:7)
           MOVE 999                 TO WS-RPT-LINE-CTR

           MOVE ZEROS TO WS-CLS-IX

           PERFORM P610-PRINT-CLASS THRU P610-PRINT-CLASS-EXIT
              UNTIL WS-CLS-IX NOT LESS WS-CLS-CNT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-CLASS-LINE
           MOVE 'ALL'               TO WS-CSL-CLASS
           MOVE WS-LIFO-ITEMS       TO WS-CSL-ITEMS
           MOVE WS-TOT-STD-VALUE    TO WS-CSL-STD
           MOVE WS-TOT-LIFO-VALUE   TO WS-CSL-LIFO
           MOVE WS-TOT-RESERVE      TO WS-CSL-RESERVE

           MOVE WS-CLASS-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P600-PRINT-CLASSES-EXIT.
           EXIT.

       P610-PRINT-CLASS.

           ADD 1 TO WS-CLS-IX

           MOVE SPACES                       TO WS-CLASS-LINE
           MOVE WS-CLS-CODE (WS-CLS-IX)      TO WS-CSL-CLASS
           MOVE WS-CLS-ITEMS (WS-CLS-IX)     TO WS-CSL-ITEMS
           MOVE WS-CLS-STD-VALUE (WS-CLS-IX) TO WS-CSL-STD
           MOVE WS-CLS-LIFO-VALUE (WS-CLS-IX)
                                             TO WS-CSL-LIFO
           COMPUTE WS-EXP-AMOUNT = WS-CLS-STD-VALUE (WS-CLS-IX)
                                 - WS-CLS-LIFO-VALUE (WS-CLS-IX)
           MOVE WS-EXP-AMOUNT                TO WS-CSL-RESERVE

           MOVE WS-CLASS-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P610-PRINT-CLASS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Liquidation exposure: the layers given up, their LIFO cost,
      * the same quantity at the current cost, and the difference.
      *-----------------------------------------------------------------
       P700-PRINT-EXPOSURE.

           MOVE 'LIFO LIQUIDATION EXPOSURE'
                                    TO WS-RPT-TITLE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ITEM ID    CLS'    TO WS-COLUMN-HEADING (1:14)
           MOVE 'LIQ QTY'           TO WS-COLUMN-HEADING (21:7)
           MOVE 'LIFO COST'         TO WS-COLUMN-HEADING (32:9)
           MOVE 'CURR COST'         TO WS-COLUMN-HEADING (45:9)
           MOVE 'EXPOSURE'          TO WS-COLUMN-HEADING (58:8)
           MOVE 'LAYERS'            TO WS-COLUMN-HEADING (68:6)
           MOVE 999                 TO WS-RPT-LINE-CTR

           MOVE ZEROS TO WS-EXP-IX

           PERFORM P710-PRINT-LIQUIDATION
           THRU    P710-PRINT-LIQUIDATION-EXIT
              UNTIL WS-EXP-IX NOT LESS WS-EXP-CNT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ITEMS LIQUIDATING'  TO WS-RPT-CNT-LABEL
           MOVE WS-ITEMS-LIQUIDATED TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-AMOUNT-LINE
           MOVE 'TOTAL EXPOSURE'    TO WS-RPT-AMT-LABEL
           MOVE WS-TOT-EXPOSURE     TO WS-RPT-AMT-VALUE
           MOVE WS-RPT-AMOUNT-LINE  TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-AMOUNT-LINE
           MOVE 'TOTAL LIFO RESERVE' TO WS-RPT-AMT-LABEL
           MOVE WS-TOT-RESERVE      TO WS-RPT-AMT-VALUE
           MOVE WS-RPT-AMOUNT-LINE  TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P700-PRINT-EXPOSURE-EXIT.
           EXIT.

       P710-PRINT-LIQUIDATION.

           ADD 1 TO WS-EXP-IX

           COMPUTE WS-EXP-AMOUNT = WS-EXP-CURRENT-COST (WS-EXP-IX)
                                 - WS-EXP-LIFO-COST (WS-EXP-IX)
           ADD WS-EXP-AMOUNT TO WS-TOT-EXPOSURE

           MOVE WS-EXP-ITEM (WS-EXP-IX)        TO WS-EXL-ITEM
           MOVE WS-EXP-CLASS-CODE (WS-EXP-IX)  TO WS-EXL-CLASS
           MOVE WS-EXP-QTY (WS-EXP-IX)         TO WS-EXL-QTY
           MOVE WS-EXP-LIFO-COST (WS-EXP-IX)   TO WS-EXL-LIFO
           MOVE WS-EXP-CURRENT-COST (WS-EXP-IX)
                                               TO WS-EXL-CURRENT
           MOVE WS-EXP-AMOUNT                  TO WS-EXL-EXPOSURE
           MOVE WS-EXP-OLDEST (WS-EXP-IX)      TO WS-EXL-OLDEST
           MOVE WS-EXP-NEWEST (WS-EXP-IX)      TO WS-EXL-NEWEST

           MOVE WS-EXPOSURE-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P710-PRINT-LIQUIDATION-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
