      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Contract price review for the sales desk. Every contract term
      * still in effect or yet to start (see CONTRF.cpy) is loaded,
      * and two pages print: terms whose end date falls within the
      * PARAMF expiry window, for renegotiation, and terms that price
      * an item under its standard cost. Standard cost is taken the
      * way COBST28 takes it -- the STD layout record of the item
      * pair, else the default unit price -- and a discount term is
      * judged off STOCK-SALES-PRICE. A class term is judged against
      * every item of the class.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST44.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT CONTRF   ASSIGN TO CONTRF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS CTR-KEY
                  FILE STATUS   IS WS-FS-CONTRF.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

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

       FD  CONTRF.

       COPY CONTRF.

       FD  STOCKM.

       COPY stock.

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
           05  WS-FS-CONTRF              PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-TERMS-READ             PIC 9(009) VALUE ZEROS.
           05  WS-TERMS-ENDED            PIC 9(009) VALUE ZEROS.
           05  WS-TERMS-LOADED           PIC 9(009) VALUE ZEROS.
           05  WS-TERMS-EXPIRING         PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-SCANNED          PIC 9(009) VALUE ZEROS.
           05  WS-BELOW-COST             PIC 9(009) VALUE ZEROS.
           05  WS-CTT-IX                 PIC 9(004) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY               PIC 9(004).
           05  WS-RUN-MM                 PIC 9(002).
           05  WS-RUN-DD                 PIC 9(002).

      *-----------------------------------------------------------------
      * Day counts run on the shop's 360-day pseudo-julian count
      * (year times 360 plus month times 30 plus day), close enough
      * for a renegotiation window.
      *-----------------------------------------------------------------
       01  WS-DATE-CALC.
           05  WS-RUN-DAYS               PIC 9(007) VALUE ZEROS.
           05  WS-END-DAYS               PIC 9(007) VALUE ZEROS.
           05  WS-CALC-DATE              PIC 9(008) VALUE ZEROS.
           05  WS-CALC-DATE-X REDEFINES WS-CALC-DATE.
               10  WS-CALC-YYYY          PIC 9(004).
               10  WS-CALC-MM            PIC 9(002).
               10  WS-CALC-DD            PIC 9(002).

      *-----------------------------------------------------------------
      * Compiled default only -- overridden at startup from PARAMF key
      * ST44-EXPIRY-DAYS (days ahead a term ending lists as expiring).
      *-----------------------------------------------------------------
       01  WS-EXPIRY-DAYS                PIC S9(007) VALUE +0000060.

      *-----------------------------------------------------------------
      * One entry per contract term not yet ended, in CONTRF key order
      * (customer, scope, code, start).
      *-----------------------------------------------------------------
       01  WS-CTT-TABLE.
           05  WS-CTT-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-CTT-ENTRY OCCURS 2000 TIMES.
               10  WS-CTT-CUSTOMER-NO    PIC X(008).
               10  WS-CTT-SCOPE          PIC X(001).
               10  WS-CTT-SCOPE-CODE     PIC X(009).
               10  WS-CTT-START-DATE     PIC 9(008).
               10  WS-CTT-END-DATE       PIC 9(008).
               10  WS-CTT-DAYS-LEFT      PIC S9(007).
               10  WS-CTT-PRICE-TYPE     PIC X(001).
               10  WS-CTT-PRICE          PIC S9(008)V9(005).
               10  WS-CTT-DISCOUNT-PCT   PIC 9(003)V9(002).

      *-----------------------------------------------------------------
      * The item pair being assembled on the STOCKM walk (see COBST28).
      *-----------------------------------------------------------------
       01  WS-ITEM-WORK.
           05  WS-ITM-CURRENT            PIC X(009) VALUE SPACES.
           05  WS-ITM-CLASS-CODE         PIC X(004) VALUE SPACES.
           05  WS-ITM-SALES              PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-ITM-COST               PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-ITM-HAVE-T1-SW         PIC X(001) VALUE 'N'.
               88  WS-ITM-HAVE-T1            VALUE 'Y'.
           05  WS-TERM-PRICE             PIC S9(008)V9(005)
                                          VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-PENDING-SW             PIC X(001) VALUE 'N'.
               88  WS-PENDING-ITEM           VALUE 'Y'.
           05  WS-CONTRF-OFF-SW          PIC X(001) VALUE 'N'.
               88  WS-CONTRF-OFF             VALUE 'Y'.
           05  WS-TABLE-FULL-SW          PIC X(001) VALUE 'N'.
               88  WS-TABLE-FULL             VALUE 'Y'.

       01  WS-EXPIRY-LINE.
           05  WS-EXL-CUSTOMER-NO        PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-SCOPE              PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EXL-SCOPE-CODE         PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-START-DATE         PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-END-DATE           PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-DAYS-LEFT          PIC ZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-PRICE-TYPE         PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EXL-TERM               PIC -ZZZ,ZZ9.99 VALUE ZEROS.

       01  WS-COST-LINE.
           05  WS-CSL-CUSTOMER-NO        PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSL-SCOPE              PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-CSL-SCOPE-CODE         PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSL-PRICE-TYPE         PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-CSL-PRICE              PIC -ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSL-COST               PIC -ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CSL-START-DATE         PIC 9(008) VALUE ZEROS.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST44 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-RUN-DAYS = WS-RUN-YYYY * 360
                               + WS-RUN-MM * 30
                               + WS-RUN-DD

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           MOVE 'COBST44 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE

           IF NOT WS-CONTRF-OFF
              PERFORM P200-LOAD-TERM THRU P200-LOAD-TERM-EXIT
                 UNTIL WS-EOF
           END-IF

           PERFORM P300-PRINT-EXPIRING
           THRU    P300-PRINT-EXPIRING-EXIT

           PERFORM P400-PRINT-BELOW-COST
           THRU    P400-PRINT-BELOW-COST-EXIT

           PERFORM P700-PRINT-TOTALS THRU P700-PRINT-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'TERMS READ........: ' WS-TERMS-READ.
           DISPLAY 'TERMS ENDED.......: ' WS-TERMS-ENDED.
           DISPLAY 'TERMS REVIEWED....: ' WS-TERMS-LOADED.
           DISPLAY 'TERMS EXPIRING....: ' WS-TERMS-EXPIRING.
           DISPLAY 'ITEMS SCANNED.....: ' WS-ITEMS-SCANNED.
           DISPLAY 'BELOW STD COST....: ' WS-BELOW-COST.
           DISPLAY '--------------------'.

           DISPLAY 'COBST44 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Review window from the shared runtime parameter file (see
      * PARAMF.cpy). A missing file or missing row leaves the compiled
      * default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'ST44-EXPIRY-DAYS' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST44-EXPIRY-DAYS'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZEROS
                      AND PRM-VALUE NOT GREATER 999
                      MOVE PRM-VALUE TO WS-EXPIRY-DAYS
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST44-EXPIRY-DAYS'
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

           DISPLAY 'EXPIRY WINDOW DAYS......: ' WS-EXPIRY-DAYS
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

       P100-OPEN-FILES.

      *-----------------------------------------------------------------
      * A region with no contract cluster has nothing to review; the
      * report still prints, empty, so the distribution is unchanged.
      *-----------------------------------------------------------------
           OPEN INPUT CONTRF.

           EVALUATE TRUE
           WHEN WS-FS-CONTRF EQUAL '00'
              CONTINUE
           WHEN WS-FS-CONTRF EQUAL '35'
              DISPLAY 'CONTRF NOT DEFINED. NO CONTRACTS TO REVIEW.'
              MOVE 'Y' TO WS-CONTRF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN CONTRF  FS: ' WS-FS-CONTRF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM  FS: ' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           IF NOT WS-CONTRF-OFF
              CLOSE CONTRF

              IF WS-FS-CONTRF NOT EQUAL '00'
                 DISPLAY 'CLOSE CONTRF  FS:' WS-FS-CONTRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE STOCKM.
           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
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
      * A term whose end date has passed is history and is skipped;
      * everything else is kept for both pages.
      *-----------------------------------------------------------------
       P200-LOAD-TERM.

           READ CONTRF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-TERMS-READ

                IF CTR-END-DATE NOT EQUAL ZEROS
                   AND CTR-END-DATE LESS WS-RUN-DATE
                   ADD 1 TO WS-TERMS-ENDED
                ELSE
                   PERFORM P210-KEEP-TERM THRU P210-KEEP-TERM-EXIT
                END-IF
           END-READ
           .

       P200-LOAD-TERM-EXIT.
           EXIT.

       P210-KEEP-TERM.

           IF WS-CTT-CNT NOT LESS 2000
              IF NOT WS-TABLE-FULL
                 DISPLAY 'CONTRACT TABLE FULL. LATER TERMS NOT REVIEWED'
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           ELSE
              ADD 1 TO WS-CTT-CNT
              ADD 1 TO WS-TERMS-LOADED

              MOVE CTR-CUSTOMER-NO  TO WS-CTT-CUSTOMER-NO (WS-CTT-CNT)
              MOVE CTR-SCOPE        TO WS-CTT-SCOPE (WS-CTT-CNT)
              MOVE CTR-SCOPE-CODE   TO WS-CTT-SCOPE-CODE (WS-CTT-CNT)
              MOVE CTR-START-DATE   TO WS-CTT-START-DATE (WS-CTT-CNT)
              MOVE CTR-END-DATE     TO WS-CTT-END-DATE (WS-CTT-CNT)
              MOVE CTR-PRICE-TYPE   TO WS-CTT-PRICE-TYPE (WS-CTT-CNT)
              MOVE CTR-PRICE        TO WS-CTT-PRICE (WS-CTT-CNT)
              MOVE CTR-DISCOUNT-PCT TO WS-CTT-DISCOUNT-PCT (WS-CTT-CNT)
              MOVE ZEROS            TO WS-CTT-DAYS-LEFT (WS-CTT-CNT)

              IF CTR-END-DATE NOT EQUAL ZEROS
                 MOVE CTR-END-DATE TO WS-CALC-DATE

                 COMPUTE WS-END-DAYS = WS-CALC-YYYY * 360
                                     + WS-CALC-MM * 30
                                     + WS-CALC-DD

                 COMPUTE WS-CTT-DAYS-LEFT (WS-CTT-CNT) =
                    WS-END-DAYS - WS-RUN-DAYS
              END-IF
           END-IF
           .

       P210-KEEP-TERM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Page one: terms ending inside the window, by customer in the
      * order the file keeps them.
      *-----------------------------------------------------------------
       P300-PRINT-EXPIRING.

           MOVE 'CONTRACT TERMS EXPIRING'
                                    TO WS-RPT-TITLE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'CUSTOMER  S CODE'  TO WS-COLUMN-HEADING (1:16)
           MOVE 'START'             TO WS-COLUMN-HEADING (24:5)
           MOVE 'END'               TO WS-COLUMN-HEADING (34:3)
           MOVE 'DAYS'              TO WS-COLUMN-HEADING (44:4)
           MOVE 'T'                 TO WS-COLUMN-HEADING (50:1)
           MOVE 'PRICE/PCT'         TO WS-COLUMN-HEADING (54:9)
           MOVE 999                 TO WS-RPT-LINE-CTR

           MOVE ZEROS TO WS-CTT-IX

           PERFORM P310-JUDGE-EXPIRY THRU P310-JUDGE-EXPIRY-EXIT
              UNTIL WS-CTT-IX NOT LESS WS-CTT-CNT
           .

       P300-PRINT-EXPIRING-EXIT.
           EXIT.

       P310-JUDGE-EXPIRY.

           ADD 1 TO WS-CTT-IX

           IF WS-CTT-END-DATE (WS-CTT-IX) NOT EQUAL ZEROS
              AND WS-CTT-DAYS-LEFT (WS-CTT-IX) NOT GREATER
                  WS-EXPIRY-DAYS

              ADD 1 TO WS-TERMS-EXPIRING

              MOVE SPACES                TO WS-EXPIRY-LINE
              MOVE WS-CTT-CUSTOMER-NO (WS-CTT-IX)
                                         TO WS-EXL-CUSTOMER-NO
              MOVE WS-CTT-SCOPE (WS-CTT-IX)
                                         TO WS-EXL-SCOPE
              MOVE WS-CTT-SCOPE-CODE (WS-CTT-IX)
                                         TO WS-EXL-SCOPE-CODE
              MOVE WS-CTT-START-DATE (WS-CTT-IX)
                                         TO WS-EXL-START-DATE
              MOVE WS-CTT-END-DATE (WS-CTT-IX)
                                         TO WS-EXL-END-DATE
              MOVE WS-CTT-DAYS-LEFT (WS-CTT-IX)
                                         TO WS-EXL-DAYS-LEFT
              MOVE WS-CTT-PRICE-TYPE (WS-CTT-IX)
                                         TO WS-EXL-PRICE-TYPE

              IF WS-CTT-PRICE-TYPE (WS-CTT-IX) EQUAL 'D'
                 MOVE WS-CTT-DISCOUNT-PCT (WS-CTT-IX)
                                         TO WS-EXL-TERM
              ELSE
                 MOVE WS-CTT-PRICE (WS-CTT-IX)
                                         TO WS-EXL-TERM
              END-IF

              MOVE WS-EXPIRY-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P310-JUDGE-EXPIRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Page two: one walk of the master by item pair, each item
      * judged against every term naming it or its class.
      *-----------------------------------------------------------------
       P400-PRINT-BELOW-COST.

           MOVE 'CONTRACT TERMS BELOW STANDARD COST'
                                    TO WS-RPT-TITLE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'CUSTOMER  S CODE'  TO WS-COLUMN-HEADING (1:16)
           MOVE 'ITEM ID'           TO WS-COLUMN-HEADING (24:7)
           MOVE 'T'                 TO WS-COLUMN-HEADING (35:1)
           MOVE 'CTR PRICE'         TO WS-COLUMN-HEADING (39:9)
           MOVE 'STD COST'          TO WS-COLUMN-HEADING (53:8)
           MOVE 'START'             TO WS-COLUMN-HEADING (63:5)
           MOVE 999                 TO WS-RPT-LINE-CTR

           IF WS-CTT-CNT GREATER ZEROS
              MOVE 'N'        TO WS-EOF-SW
              MOVE LOW-VALUES TO STOCK-KEY

              START STOCKM KEY IS NOT LESS THAN STOCK-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
              END-START

              PERFORM P410-COST-NEXT THRU P410-COST-NEXT-EXIT
                 UNTIL WS-EOF

              IF WS-PENDING-ITEM
                 PERFORM P430-JUDGE-ITEM THRU P430-JUDGE-ITEM-EXIT
              END-IF
           END-IF
           .

       P400-PRINT-BELOW-COST-EXIT.
           EXIT.

       P410-COST-NEXT.

           READ STOCKM NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                IF WS-PENDING-ITEM
                   AND STOCK-ITEM-ID NOT EQUAL WS-ITM-CURRENT
                   PERFORM P430-JUDGE-ITEM THRU P430-JUDGE-ITEM-EXIT
                END-IF

                PERFORM P420-NOTE-RECORD THRU P420-NOTE-RECORD-EXIT
           END-READ
           .

       P410-COST-NEXT-EXIT.
           EXIT.

       P420-NOTE-RECORD.

           IF NOT WS-PENDING-ITEM
              MOVE STOCK-ITEM-ID TO WS-ITM-CURRENT
              MOVE ZEROS  TO WS-ITM-SALES
                             WS-ITM-COST
              MOVE SPACES TO WS-ITM-CLASS-CODE
              MOVE 'N'    TO WS-ITM-HAVE-T1-SW
              MOVE 'Y'    TO WS-PENDING-SW
           END-IF

           IF WS-ITM-CLASS-CODE EQUAL SPACES
              MOVE STOCK-CLASS-CODE TO WS-ITM-CLASS-CODE
           END-IF

           IF STOCK-TYPE1
              MOVE 'Y' TO WS-ITM-HAVE-T1-SW

              IF STOCK-SALES-PRICE NUMERIC
                 MOVE STOCK-SALES-PRICE TO WS-ITM-SALES
              END-IF

              IF WS-ITM-COST EQUAL ZEROS
                 AND STOCK-DEFAULT-UNIT-PRICE NUMERIC
                 MOVE STOCK-DEFAULT-UNIT-PRICE TO WS-ITM-COST
              END-IF
           END-IF

           IF STOCK-LAYOUT-STD
              AND STOCK-NEW-STD-COST NUMERIC
              MOVE STOCK-NEW-STD-COST TO WS-ITM-COST
           END-IF
           .

       P420-NOTE-RECORD-EXIT.
           EXIT.

       P430-JUDGE-ITEM.

           IF WS-ITM-HAVE-T1
              ADD 1 TO WS-ITEMS-SCANNED

              MOVE ZEROS TO WS-CTT-IX

              PERFORM P440-JUDGE-TERM THRU P440-JUDGE-TERM-EXIT
                 UNTIL WS-CTT-IX NOT LESS WS-CTT-CNT
           END-IF

           MOVE 'N' TO WS-PENDING-SW
           .

       P430-JUDGE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The term's price for this item, the way CTRPRRT.cpy would bill
      * it off the list price, against the item's standard cost.
      *-----------------------------------------------------------------
       P440-JUDGE-TERM.

           ADD 1 TO WS-CTT-IX

           IF (WS-CTT-SCOPE (WS-CTT-IX) EQUAL 'I'
               AND WS-CTT-SCOPE-CODE (WS-CTT-IX) EQUAL WS-ITM-CURRENT)
              OR (WS-CTT-SCOPE (WS-CTT-IX) EQUAL 'C'
               AND WS-ITM-CLASS-CODE NOT EQUAL SPACES
               AND WS-CTT-SCOPE-CODE (WS-CTT-IX) EQUAL
                   WS-ITM-CLASS-CODE)

              IF WS-CTT-PRICE-TYPE (WS-CTT-IX) EQUAL 'D'
                 COMPUTE WS-TERM-PRICE ROUNDED =
                    WS-ITM-SALES *
                    (100 - WS-CTT-DISCOUNT-PCT (WS-CTT-IX)) / 100
              ELSE
                 MOVE WS-CTT-PRICE (WS-CTT-IX) TO WS-TERM-PRICE
              END-IF

              IF WS-TERM-PRICE LESS WS-ITM-COST
                 ADD 1 TO WS-BELOW-COST

                 MOVE SPACES               TO WS-COST-LINE
                 MOVE WS-CTT-CUSTOMER-NO (WS-CTT-IX)
                                           TO WS-CSL-CUSTOMER-NO
                 MOVE WS-CTT-SCOPE (WS-CTT-IX)
                                           TO WS-CSL-SCOPE
                 MOVE WS-CTT-SCOPE-CODE (WS-CTT-IX)
                                           TO WS-CSL-SCOPE-CODE
                 MOVE WS-ITM-CURRENT       TO WS-CSL-ITEM
                 MOVE WS-CTT-PRICE-TYPE (WS-CTT-IX)
                                           TO WS-CSL-PRICE-TYPE
                 MOVE WS-TERM-PRICE        TO WS-CSL-PRICE
                 MOVE WS-ITM-COST          TO WS-CSL-COST
                 MOVE WS-CTT-START-DATE (WS-CTT-IX)
                                           TO WS-CSL-START-DATE

                 MOVE WS-COST-LINE TO WS-DETAIL-LINE
                 PERFORM P980-WRITE-DETAIL
                 THRU    P980-WRITE-DETAIL-EXIT
              END-IF
           END-IF
           .

       P440-JUDGE-TERM-EXIT.
           EXIT.

       P700-PRINT-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'TERMS REVIEWED'    TO WS-RPT-CNT-LABEL
           MOVE WS-TERMS-LOADED     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'TERMS EXPIRING'    TO WS-RPT-CNT-LABEL
           MOVE WS-TERMS-EXPIRING   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'BELOW STD COST'    TO WS-RPT-CNT-LABEL
           MOVE WS-BELOW-COST       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P700-PRINT-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
