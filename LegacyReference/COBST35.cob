      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Nightly invoicing run, after COBST10 and COBST24. Every line
      * that shipped tonight (SHIPLNF.cpy), behind the lines held over
      * from earlier nights, is billed to the customer on its order
      * header (ORDHDRF.cpy, CUSTMSTF.cpy): priced at the customer's
      * contract price when a CONTRF term (CONTRF.cpy) is in effect on
      * the ship date, else at the sales price in effect then --
      * STOCK-SALES-PRICE, or an announced PRICEFF row already due
      * that the cutover has not rolled yet -- and taxed at the
      * code-table 'TAXRATE' rate for the customer's jurisdiction and
      * the item's STOCK-TAX-CLASS, unless the customer is exempt.
      * Consecutive lines of one order make one invoice. Out come the
      * printed invoices (INVPRTF), the invoice register (REPORTF),
      * and the receivables interface (ARINTF.cpy) with its control
      * trailer.
      *
      * A line that cannot be billed yet -- no order header, customer,
      * item, price or tax rate -- goes to EXCEPF and is carried to
      * the next held-line generation (HELDOUT), the dated-generation
      * pair COBST24 uses for backorders, to bill once it is fixed.
      * Invoice numbers are the invoice date and a run sequence, so a
      * rerun of the same night reprints the same numbers.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST35.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT HELDIN   ASSIGN TO HELDIN
                  FILE STATUS IS WS-FS-HELDIN.

           SELECT SHIPLNF  ASSIGN TO SHIPLNF
                  FILE STATUS IS WS-FS-SHIPLNF.

           SELECT HELDOUT  ASSIGN TO HELDOUT
                  FILE STATUS IS WS-FS-HELDOUT.

           SELECT CUSTMSTF ASSIGN TO CUSTMSTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CUS-KEY
                  FILE STATUS   IS WS-FS-CUSTMSTF.

           SELECT ORDHDRF  ASSIGN TO ORDHDRF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OHD-KEY
                  FILE STATUS   IS WS-FS-ORDHDRF.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

           SELECT PRICEFF  ASSIGN TO PRICEFF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PRF-KEY
                  FILE STATUS   IS WS-FS-PRICEFF.

           SELECT CONTRF   ASSIGN TO CONTRF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CTR-KEY
                  FILE STATUS   IS WS-FS-CONTRF.

           SELECT CODETBL  ASSIGN TO CODETBL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CT-KEY
                  FILE STATUS   IS WS-FS-CODETBL.

           SELECT INVPRTF  ASSIGN TO INVPRTF
                  FILE STATUS IS WS-FS-INVPRTF.

           SELECT ARINTF   ASSIGN TO ARINTF
                  FILE STATUS IS WS-FS-ARINTF.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  HELDIN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-HELD-IN                   PIC  X(080).

       FD  SHIPLNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-SHIPLNF-IN                PIC  X(080).

       FD  HELDOUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-HELD-OUT                  PIC  X(080).

       FD  CUSTMSTF.

       COPY CUSTMSTF.

       FD  ORDHDRF.

       COPY ORDHDRF.

       FD  STOCKM.

       COPY stock.

       FD  PRICEFF.

       COPY PRICEFF.

       FD  CONTRF.

       COPY CONTRF.

       FD  CODETBL.

       COPY CODETBL.

       FD  INVPRTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-INVOICE-LINE              PIC  X(080).

       FD  ARINTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY ARINTF.

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
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-HELDIN              PIC X(002) VALUE SPACES.
           05  WS-FS-SHIPLNF             PIC X(002) VALUE SPACES.
           05  WS-FS-HELDOUT             PIC X(002) VALUE SPACES.
           05  WS-FS-CUSTMSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-ORDHDRF             PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-PRICEFF             PIC X(002) VALUE SPACES.
           05  WS-FS-CONTRF              PIC X(002) VALUE SPACES.
           05  WS-FS-CODETBL             PIC X(002) VALUE SPACES.
           05  WS-FS-INVPRTF             PIC X(002) VALUE SPACES.
           05  WS-FS-ARINTF              PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-HELD-READ              PIC 9(009) VALUE ZEROS.
           05  WS-SHIP-READ              PIC 9(009) VALUE ZEROS.
           05  WS-LINES-BILLED           PIC 9(009) VALUE ZEROS.
           05  WS-LINES-HELD             PIC 9(009) VALUE ZEROS.
           05  WS-LINES-CONTRACT         PIC 9(009) VALUE ZEROS.
           05  WS-INVOICES               PIC 9(007) VALUE ZEROS.
           05  WS-RUN-GOODS              PIC S9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-RUN-TAX                PIC S9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-RUN-TOTAL              PIC S9(011)V9(002)
                                          VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-HELDIN-SW              PIC X(001) VALUE 'N'.
               88  WS-HELDIN-OFF             VALUE 'Y'.
           05  WS-PRICEFF-SW             PIC X(001) VALUE 'N'.
               88  WS-PRICEFF-OFF            VALUE 'Y'.
           05  WS-CONTRF-SW              PIC X(001) VALUE 'N'.
               88  WS-CONTRF-OFF             VALUE 'Y'.
           05  WS-SOURCE-SW              PIC X(001) VALUE 'H'.
               88  WS-READING-HELD           VALUE 'H'.
               88  WS-READING-SHIPPED        VALUE 'S'.
               88  WS-LINES-DONE             VALUE 'E'.
           05  WS-PRICEFF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-PRICEFF-EOF            VALUE 'Y'.
           05  WS-INVOICE-OPEN-SW        PIC X(001) VALUE 'N'.
               88  WS-INVOICE-OPEN           VALUE 'Y'.

      *-----------------------------------------------------------------
      * The line being billed, read INTO from either input.
      *-----------------------------------------------------------------
       COPY SHIPLNF.

      *-----------------------------------------------------------------
      * The order in hand: its header and customer are looked up once
      * on the first line; WS-ORDER-HOLD-CODE holds every line of an
      * order that cannot be billed at all.
      *-----------------------------------------------------------------
       01  WS-ORDER-CONTROL.
           05  WS-CUR-ORDER-NO           PIC X(010) VALUE SPACES.
           05  WS-ORDER-HOLD-CODE        PIC X(004) VALUE SPACES.
           05  WS-ORDER-HOLD-TEXT        PIC X(040) VALUE SPACES.
           05  WS-LINE-HOLD-CODE         PIC X(004) VALUE SPACES.
           05  WS-LINE-HOLD-TEXT         PIC X(040) VALUE SPACES.

       01  WS-LINE-PRICING.
           05  WS-LINE-PRICE             PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-LINE-AMT               PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-LINE-TAX               PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-LINE-DESC              PIC X(020) VALUE SPACES.
           05  WS-TAX-CLASS              PIC X(001) VALUE SPACES.
           05  WS-LINE-CLASS             PIC X(004) VALUE SPACES.
           05  WS-TAX-RATE               PIC 9(002)V9(004)
                                          VALUE ZEROS.
           05  WS-TAX-RATE-X REDEFINES WS-TAX-RATE
                                         PIC X(006).
           05  WS-RATE-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-RATE-FOUND             VALUE 'Y'.

       01  WS-INVOICE-CONTROL.
           05  WS-INVOICE-NO.
               10  WS-INV-NO-DATE        PIC 9(008) VALUE ZEROS.
               10  WS-INV-NO-SEQ         PIC 9(005) VALUE ZEROS.
           05  WS-INV-LINES              PIC 9(005) VALUE ZEROS.
           05  WS-INV-PAGE-LINES         PIC 9(003) VALUE ZEROS.
           05  WS-INV-PAGE-MAX           PIC 9(003) VALUE 50.
           05  WS-INV-GOODS              PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-INV-TAX                PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-INV-TOTAL              PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-DUE-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-DISC-DATE              PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Calendar arithmetic for the due and discount dates: the days
      * are added a month at a time, with the same leap-year test the
      * COBNS04 calendar build uses.
      *-----------------------------------------------------------------
       01  WS-DATE-CALC.
           05  WS-DC-DATE                PIC 9(008) VALUE ZEROS.
           05  WS-DC-DATE-X REDEFINES WS-DC-DATE.
               10  WS-DC-YYYY            PIC 9(004).
               10  WS-DC-MM              PIC 9(002).
               10  WS-DC-DD              PIC 9(002).
           05  WS-DC-DAYS                PIC 9(005) VALUE ZEROS.
           05  WS-DC-MONTH-DAYS          PIC 9(002) VALUE ZEROS.
           05  WS-DC-QUOT                PIC 9(004) VALUE ZEROS.
           05  WS-DC-REM4                PIC 9(001) VALUE ZEROS.
           05  WS-DC-REM100              PIC 9(003) VALUE ZEROS.
           05  WS-DC-REM400              PIC 9(003) VALUE ZEROS.

       01  WS-INV-TITLE-LINE.
           05  FILLER                    PIC X(010) VALUE 'INVOICE'.
           05  WS-ITL-INVOICE-NO         PIC X(013) VALUE SPACES.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(014)
                                          VALUE 'INVOICE DATE '.
           05  WS-ITL-INVOICE-DATE       PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-ITL-CONTINUED          PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(015) VALUE SPACES.

       01  WS-INV-LABEL-LINE.
           05  WS-ILL-LABEL              PIC X(014) VALUE SPACES.
           05  WS-ILL-VALUE              PIC X(066) VALUE SPACES.

       01  WS-INV-ORDER-LINE.
           05  FILLER                    PIC X(010) VALUE 'ORDER NO'.
           05  WS-IOL-ORDER-NO           PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(013)
                                          VALUE '  ORDER DATE '.
           05  WS-IOL-ORDER-DATE         PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(014)
                                          VALUE '  CUSTOMER PO '.
           05  WS-IOL-CUST-PO-NO         PIC X(015) VALUE SPACES.
           05  FILLER                    PIC X(010) VALUE SPACES.

       01  WS-INV-TERMS-LINE.
           05  FILLER                    PIC X(006) VALUE 'TERMS'.
           05  WS-ITM-TERMS-CODE         PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(006) VALUE '  NET '.
           05  WS-ITM-NET-DAYS           PIC ZZ9.
           05  FILLER                    PIC X(011)
                                          VALUE ' DAYS  DUE '.
           05  WS-ITM-DUE-DATE           PIC 9(008) VALUE ZEROS.
           05  WS-ITM-DISC-TEXT.
               10  FILLER                PIC X(002) VALUE SPACES.
               10  WS-ITM-DISC-PCT       PIC Z9.99.
               10  FILLER                PIC X(017)
                                          VALUE '% OFF IF PAID BY '.
               10  WS-ITM-DISC-DATE      PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(010) VALUE SPACES.

       01  WS-INV-DETAIL-LINE.
           05  WS-IDL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-IDL-DESC               PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-IDL-QTY                PIC ZZZ,ZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-IDL-PRICE              PIC ZZZ,ZZ9.99999
                                          VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-IDL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-
                                          VALUE ZEROS.
           05  FILLER                    PIC X(005) VALUE SPACES.

       01  WS-INV-TOTAL-LINE.
           05  FILLER                    PIC X(047) VALUE SPACES.
           05  WS-ITT-LABEL              PIC X(014) VALUE SPACES.
           05  WS-ITT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-
                                          VALUE ZEROS.
           05  FILLER                    PIC X(005) VALUE SPACES.

       01  WS-REG-LINE.
           05  WS-REG-INVOICE-NO         PIC X(013) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-REG-CUSTOMER-NO        PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-REG-ORDER-NO           PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-REG-LINES              PIC ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-REG-GOODS              PIC ZZ,ZZZ,ZZ9.99-
                                          VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-REG-TAX                PIC ZZZ,ZZ9.99- VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-REG-TOTAL              PIC ZZ,ZZZ,ZZ9.99-
                                          VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  WS-RPT-AMT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-AMT-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                          VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * Contract pricing routine work area (see CTRPRWK.cpy).
      *-----------------------------------------------------------------
       COPY CTRPRWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBST35 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           MOVE 'INVOICE REGISTER'  TO WS-RPT-TITLE
           MOVE 'COBST35 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE 'INVOICE NO    CUSTOMER ORDER NO  LNS'
                                    TO WS-COLUMN-HEADING (1:36)
           MOVE 'GOODS         TAX          TOTAL'
                                    TO WS-COLUMN-HEADING (44:32)

           MOVE WS-RUN-DATE         TO WS-INV-NO-DATE

           MOVE SPACES              TO REC-AR-INTERFACE
           MOVE 'H'                 TO ARI-ROW-TYPE
           MOVE 'COBST35 '          TO ARI-SOURCE
           MOVE WS-RUN-DATE         TO ARI-HDR-INVOICE-DATE

           PERFORM P850-WRITE-AR THRU P850-WRITE-AR-EXIT

           IF WS-HELDIN-OFF
              MOVE 'S' TO WS-SOURCE-SW
           END-IF

           PERFORM P150-READ-LINE THRU P150-READ-LINE-EXIT

           PERFORM P200-BILL-LINE THRU P200-BILL-LINE-EXIT
              UNTIL WS-LINES-DONE

           IF WS-INVOICE-OPEN
              PERFORM P500-CLOSE-INVOICE
              THRU    P500-CLOSE-INVOICE-EXIT
           END-IF

           MOVE SPACES              TO REC-AR-INTERFACE
           MOVE 'T'                 TO ARI-ROW-TYPE
           MOVE 'COBST35 '          TO ARI-SOURCE
           MOVE WS-INVOICES         TO ARI-TRL-INVOICE-COUNT
           MOVE WS-RUN-GOODS        TO ARI-TRL-GOODS-TOTAL
           MOVE WS-RUN-TAX          TO ARI-TRL-TAX-TOTAL
           MOVE WS-RUN-TOTAL        TO ARI-TRL-INVOICE-TOTAL

           PERFORM P850-WRITE-AR THRU P850-WRITE-AR-EXIT

           PERFORM P900-WRITE-TOTALS
           THRU    P900-WRITE-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'HELD LINES READ...: ' WS-HELD-READ.
           DISPLAY 'SHIPPED LINES READ: ' WS-SHIP-READ.
           DISPLAY 'LINES BILLED......: ' WS-LINES-BILLED.
           DISPLAY 'LINES HELD........: ' WS-LINES-HELD.
           DISPLAY 'CONTRACT PRICED...: ' WS-LINES-CONTRACT.
           DISPLAY 'INVOICES..........: ' WS-INVOICES.
           DISPLAY 'INVOICE TOTAL.....: ' WS-RUN-TOTAL.
           DISPLAY '--------------------'.

           DISPLAY 'COBST35 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The invoice date is the processing date off the business
      * calendar, not the machine clock, so a catch-up run bills in
      * the period it is working for.
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

       P100-OPEN-FILES.

      *-----------------------------------------------------------------
      * No held-line generation yet on the first night: status 35
      * just means there is nothing carried over.
      *-----------------------------------------------------------------
           OPEN INPUT HELDIN.

           EVALUATE TRUE
           WHEN WS-FS-HELDIN EQUAL '00'
              CONTINUE
           WHEN WS-FS-HELDIN EQUAL '35'
              DISPLAY 'NO HELDIN GENERATION. NO LINES CARRIED OVER.'
              MOVE 'Y' TO WS-HELDIN-SW
           WHEN OTHER
              DISPLAY 'OPEN HELDIN   FS:' WS-FS-HELDIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT SHIPLNF.

           IF WS-FS-SHIPLNF NOT EQUAL '00'
              DISPLAY 'OPEN SHIPLNF  FS:' WS-FS-SHIPLNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT HELDOUT.

           IF WS-FS-HELDOUT NOT EQUAL '00'
              DISPLAY 'OPEN HELDOUT  FS:' WS-FS-HELDOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT CUSTMSTF.

           IF WS-FS-CUSTMSTF NOT EQUAL '00'
              DISPLAY 'OPEN CUSTMSTF FS:' WS-FS-CUSTMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT ORDHDRF.

           IF WS-FS-ORDHDRF NOT EQUAL '00'
              DISPLAY 'OPEN ORDHDRF  FS:' WS-FS-ORDHDRF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM   FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * A region with no announced prices has no PRICEFF cluster;
      * every line then prices from STOCK-SALES-PRICE alone.
      *-----------------------------------------------------------------
           OPEN INPUT PRICEFF.

           EVALUATE TRUE
           WHEN WS-FS-PRICEFF EQUAL '00'
              CONTINUE
           WHEN WS-FS-PRICEFF EQUAL '35'
              DISPLAY 'PRICEFF NOT DEFINED. SALES PRICE ONLY.'
              MOVE 'Y' TO WS-PRICEFF-SW
           WHEN OTHER
              DISPLAY 'OPEN PRICEFF  FS:' WS-FS-PRICEFF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

      *-----------------------------------------------------------------
      * Likewise a region with no customer contracts has no CONTRF
      * cluster, and no line takes a contract price.
      *-----------------------------------------------------------------
           OPEN INPUT CONTRF.

           EVALUATE TRUE
           WHEN WS-FS-CONTRF EQUAL '00'
              CONTINUE
           WHEN WS-FS-CONTRF EQUAL '35'
              DISPLAY 'CONTRF NOT DEFINED. NO CONTRACT PRICES.'
              MOVE 'Y' TO WS-CONTRF-SW
           WHEN OTHER
              DISPLAY 'OPEN CONTRF   FS:' WS-FS-CONTRF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT CODETBL.

           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'OPEN CODETBL  FS:' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT INVPRTF.

           IF WS-FS-INVPRTF NOT EQUAL '00'
              DISPLAY 'OPEN INVPRTF  FS:' WS-FS-INVPRTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT ARINTF.

           IF WS-FS-ARINTF NOT EQUAL '00'
              DISPLAY 'OPEN ARINTF   FS:' WS-FS-ARINTF
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
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Held lines first, then tonight's shipments.
      *-----------------------------------------------------------------
       P150-READ-LINE.

           IF WS-READING-HELD
              READ HELDIN INTO REC-SHIP-LINE
                AT END
                   MOVE 'S' TO WS-SOURCE-SW
                NOT AT END
                   ADD 1 TO WS-HELD-READ
              END-READ
           END-IF

           IF WS-READING-SHIPPED
              READ SHIPLNF INTO REC-SHIP-LINE
                AT END
                   MOVE 'E' TO WS-SOURCE-SW
                NOT AT END
                   ADD 1 TO WS-SHIP-READ
              END-READ
           END-IF
           .

       P150-READ-LINE-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           IF NOT WS-HELDIN-OFF
              CLOSE HELDIN

              IF WS-FS-HELDIN NOT EQUAL '00'
                 DISPLAY 'CLOSE HELDIN  FS:' WS-FS-HELDIN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE SHIPLNF.
           IF WS-FS-SHIPLNF NOT EQUAL '00'
              DISPLAY 'CLOSE SHIPLNF FS:' WS-FS-SHIPLNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE HELDOUT.
           IF WS-FS-HELDOUT NOT EQUAL '00'
              DISPLAY 'CLOSE HELDOUT FS:' WS-FS-HELDOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CUSTMSTF.
           IF WS-FS-CUSTMSTF NOT EQUAL '00'
              DISPLAY 'CLOSE CUSTMSTF FS:' WS-FS-CUSTMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE ORDHDRF.
           IF WS-FS-ORDHDRF NOT EQUAL '00'
              DISPLAY 'CLOSE ORDHDRF FS:' WS-FS-ORDHDRF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STOCKM.
           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-PRICEFF-OFF
              CLOSE PRICEFF

              IF WS-FS-PRICEFF NOT EQUAL '00'
                 DISPLAY 'CLOSE PRICEFF FS:' WS-FS-PRICEFF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF NOT WS-CONTRF-OFF
              CLOSE CONTRF

              IF WS-FS-CONTRF NOT EQUAL '00'
                 DISPLAY 'CLOSE CONTRF  FS:' WS-FS-CONTRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE CODETBL.
           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'CLOSE CODETBL FS:' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE INVPRTF.
           IF WS-FS-INVPRTF NOT EQUAL '00'
              DISPLAY 'CLOSE INVPRTF FS:' WS-FS-INVPRTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE ARINTF.
           IF WS-FS-ARINTF NOT EQUAL '00'
              DISPLAY 'CLOSE ARINTF  FS:' WS-FS-ARINTF
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
           .

       P190-CLOSE-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A change of order number closes the invoice in hand and looks
      * up the new order's header and customer.
      *-----------------------------------------------------------------
       P200-BILL-LINE.

           IF SHL-ORDER-NO NOT EQUAL WS-CUR-ORDER-NO
              IF WS-INVOICE-OPEN
                 PERFORM P500-CLOSE-INVOICE
                 THRU    P500-CLOSE-INVOICE-EXIT
              END-IF

              PERFORM P300-START-ORDER
              THRU    P300-START-ORDER-EXIT
           END-IF

           IF WS-ORDER-HOLD-CODE NOT EQUAL SPACES
              MOVE WS-ORDER-HOLD-CODE TO WS-LINE-HOLD-CODE
              MOVE WS-ORDER-HOLD-TEXT TO WS-LINE-HOLD-TEXT
           ELSE
              PERFORM P400-PRICE-LINE
              THRU    P400-PRICE-LINE-EXIT
           END-IF

           IF WS-LINE-HOLD-CODE NOT EQUAL SPACES
              PERFORM P800-HOLD-LINE
              THRU    P800-HOLD-LINE-EXIT
           ELSE
              IF NOT WS-INVOICE-OPEN
                 PERFORM P450-OPEN-INVOICE
                 THRU    P450-OPEN-INVOICE-EXIT
              END-IF

              PERFORM P460-PRINT-INVOICE-LINE
              THRU    P460-PRINT-INVOICE-LINE-EXIT
           END-IF

           PERFORM P150-READ-LINE THRU P150-READ-LINE-EXIT
           .

       P200-BILL-LINE-EXIT.
           EXIT.

       P300-START-ORDER.

           MOVE SHL-ORDER-NO TO WS-CUR-ORDER-NO
           MOVE SPACES       TO WS-ORDER-HOLD-CODE
                                WS-ORDER-HOLD-TEXT

           MOVE SHL-ORDER-NO TO OHD-ORDER-NO

           READ ORDHDRF
             INVALID KEY
                MOVE 'BORD' TO WS-ORDER-HOLD-CODE
                MOVE 'NO ORDER HEADER FOR SHIPPED LINE'
                TO   WS-ORDER-HOLD-TEXT
           END-READ

           IF WS-ORDER-HOLD-CODE EQUAL SPACES
              MOVE OHD-CUSTOMER-NO TO CUS-CUSTOMER-NO

              READ CUSTMSTF
                INVALID KEY
                   MOVE 'BCUS' TO WS-ORDER-HOLD-CODE
                   MOVE 'ORDER CUSTOMER NOT ON CUSTOMER MASTER'
                   TO   WS-ORDER-HOLD-TEXT
              END-READ
           END-IF
           .

       P300-START-ORDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Price and description come off the item's type-1 record, the
      * one COBST25 announces prices against; the tax class off
      * whichever record of the pair carries the STD layout. A
      * customer contract in effect on the ship date takes precedence
      * over both the announced and the list price.
      *-----------------------------------------------------------------
       P400-PRICE-LINE.

           MOVE SPACES       TO WS-LINE-HOLD-CODE
                                WS-LINE-HOLD-TEXT
                                WS-TAX-CLASS
           MOVE ZEROS        TO WS-LINE-TAX

           MOVE SPACES       TO STOCK-KEY
           MOVE SHL-ITEM-ID  TO STOCK-ITEM-ID
           MOVE '1'          TO STOCK-RECORD-TYPE

           READ STOCKM
             INVALID KEY
                MOVE 'BITM' TO WS-LINE-HOLD-CODE
                MOVE 'NO TYPE-1 STOCK RECORD FOR SHIPPED ITEM'
                TO   WS-LINE-HOLD-TEXT

             NOT INVALID KEY
                IF STOCK-SALES-PRICE NOT NUMERIC
                   MOVE 'BPRC' TO WS-LINE-HOLD-CODE
                   MOVE 'NO SALES PRICE ON FILE FOR SHIPPED ITEM'
                   TO   WS-LINE-HOLD-TEXT
                ELSE
                   MOVE STOCK-SALES-PRICE   TO WS-LINE-PRICE
                   MOVE STOCK-DESCRIPTION (1) TO WS-LINE-DESC
                   MOVE STOCK-CLASS-CODE    TO WS-LINE-CLASS

                   IF STOCK-LAYOUT-STD
                      MOVE STOCK-TAX-CLASS  TO WS-TAX-CLASS
                   END-IF
                END-IF
           END-READ

           IF WS-LINE-HOLD-CODE EQUAL SPACES
              AND NOT STOCK-LAYOUT-STD
              MOVE SPACES       TO STOCK-KEY
              MOVE SHL-ITEM-ID  TO STOCK-ITEM-ID
              MOVE '2'          TO STOCK-RECORD-TYPE

              READ STOCKM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF STOCK-LAYOUT-STD
                      MOVE STOCK-TAX-CLASS  TO WS-TAX-CLASS
                   END-IF
              END-READ
           END-IF

           IF WS-LINE-HOLD-CODE EQUAL SPACES
              AND NOT WS-PRICEFF-OFF
              PERFORM P410-FIND-DUE-PRICE
              THRU    P410-FIND-DUE-PRICE-EXIT
           END-IF

           IF WS-LINE-HOLD-CODE EQUAL SPACES
              AND NOT WS-CONTRF-OFF
              MOVE CUS-CUSTOMER-NO TO WS-CPR-CUSTOMER-NO
              MOVE SHL-ITEM-ID     TO WS-CPR-ITEM-ID
              MOVE WS-LINE-CLASS   TO WS-CPR-CLASS-CODE
              MOVE SHL-SHIP-DATE   TO WS-CPR-PRICE-DATE
              MOVE WS-LINE-PRICE   TO WS-CPR-BASE-PRICE

              PERFORM P970-FIND-CONTRACT-PRICE
              THRU    P970-FIND-CONTRACT-PRICE-EXIT

              IF WS-CPR-FOUND
                 MOVE WS-CPR-PRICE TO WS-LINE-PRICE
                 ADD 1 TO WS-LINES-CONTRACT
              END-IF
           END-IF

           IF WS-LINE-HOLD-CODE EQUAL SPACES
              AND NOT CUS-TAX-EXEMPT
              PERFORM P420-FIND-TAX-RATE
              THRU    P420-FIND-TAX-RATE-EXIT
           END-IF

           IF WS-LINE-HOLD-CODE EQUAL SPACES
              COMPUTE WS-LINE-AMT ROUNDED =
                 SHL-SHIP-QTY * WS-LINE-PRICE

              IF NOT CUS-TAX-EXEMPT
                 COMPUTE WS-LINE-TAX ROUNDED =
                    WS-LINE-AMT * WS-TAX-RATE / 100
              END-IF
           END-IF
           .

       P400-PRICE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An announced price due on or before the ship date that the
      * COBST26 cutover has not rolled yet is the price in effect;
      * the latest such row wins.
      *-----------------------------------------------------------------
       P410-FIND-DUE-PRICE.

           MOVE SHL-ITEM-ID TO PRF-ITEM-ID
           MOVE ZEROS       TO PRF-EFFECTIVE-DATE
           MOVE 'N'         TO WS-PRICEFF-EOF-SW

           START PRICEFF KEY IS NOT LESS THAN PRF-KEY
             INVALID KEY
                MOVE 'Y' TO WS-PRICEFF-EOF-SW
           END-START

           PERFORM P415-READ-DUE-PRICE
           THRU    P415-READ-DUE-PRICE-EXIT
              UNTIL WS-PRICEFF-EOF
           .

       P410-FIND-DUE-PRICE-EXIT.
           EXIT.

       P415-READ-DUE-PRICE.

           READ PRICEFF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-PRICEFF-EOF-SW
             NOT AT END
                IF PRF-ITEM-ID NOT EQUAL SHL-ITEM-ID
                   OR PRF-EFFECTIVE-DATE GREATER SHL-SHIP-DATE
                   MOVE 'Y' TO WS-PRICEFF-EOF-SW
                ELSE
                   MOVE PRF-NEW-PRICE TO WS-LINE-PRICE
                END-IF
           END-READ
           .

       P415-READ-DUE-PRICE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Rate for the jurisdiction and the item's tax class; failing
      * that, the jurisdiction's general rate (class blank). No rate
      * at all holds the line rather than bill it untaxed.
      *-----------------------------------------------------------------
       P420-FIND-TAX-RATE.

           MOVE 'N'                  TO WS-RATE-FOUND-SW
           MOVE 'TAXRATE '           TO CT-TABLE-ID
           MOVE SPACES               TO CT-CODE
           MOVE CUS-TAX-JURISDICTION TO CT-CODE (1:5)
           MOVE WS-TAX-CLASS         TO CT-CODE (6:1)

           PERFORM P425-READ-TAX-RATE
           THRU    P425-READ-TAX-RATE-EXIT

           IF NOT WS-RATE-FOUND
              AND WS-TAX-CLASS NOT EQUAL SPACES
              MOVE 'TAXRATE '           TO CT-TABLE-ID
              MOVE SPACES               TO CT-CODE
              MOVE CUS-TAX-JURISDICTION TO CT-CODE (1:5)

              PERFORM P425-READ-TAX-RATE
              THRU    P425-READ-TAX-RATE-EXIT
           END-IF

           IF NOT WS-RATE-FOUND
              MOVE 'BTAX' TO WS-LINE-HOLD-CODE
              MOVE 'NO TAX RATE FOR JURISDICTION AND CLASS'
              TO   WS-LINE-HOLD-TEXT
           END-IF
           .

       P420-FIND-TAX-RATE-EXIT.
           EXIT.

       P425-READ-TAX-RATE.

           READ CODETBL
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CT-ACTIVE
                   MOVE CT-DESCRIPTION (1:6) TO WS-TAX-RATE-X

                   IF WS-TAX-RATE NUMERIC
                      MOVE 'Y' TO WS-RATE-FOUND-SW
                   END-IF
                END-IF
           END-READ
           .

       P425-READ-TAX-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * First billable line of an order: number the invoice, work out
      * the due and discount dates, and print the invoice heading.
      *-----------------------------------------------------------------
       P450-OPEN-INVOICE.

           MOVE 'Y'   TO WS-INVOICE-OPEN-SW
           ADD 1      TO WS-INV-NO-SEQ
           MOVE ZEROS TO WS-INV-LINES
                         WS-INV-GOODS
                         WS-INV-TAX
                         WS-INV-TOTAL
                         WS-DISC-DATE

           MOVE WS-RUN-DATE        TO WS-DC-DATE
           MOVE CUS-TERMS-NET-DAYS TO WS-DC-DAYS

           PERFORM P600-ADD-DAYS THRU P600-ADD-DAYS-EXIT

           MOVE WS-DC-DATE         TO WS-DUE-DATE

           IF CUS-TERMS-DISC-PCT GREATER ZERO
              MOVE WS-RUN-DATE         TO WS-DC-DATE
              MOVE CUS-TERMS-DISC-DAYS TO WS-DC-DAYS

              PERFORM P600-ADD-DAYS THRU P600-ADD-DAYS-EXIT

              MOVE WS-DC-DATE          TO WS-DISC-DATE
           END-IF

           MOVE SPACES TO WS-ITL-CONTINUED

           PERFORM P470-PRINT-INVOICE-HEADING
           THRU    P470-PRINT-INVOICE-HEADING-EXIT
           .

       P450-OPEN-INVOICE-EXIT.
           EXIT.

       P460-PRINT-INVOICE-LINE.

           IF WS-INV-PAGE-LINES NOT LESS WS-INV-PAGE-MAX
              MOVE '(CONTINUED)' TO WS-ITL-CONTINUED

              PERFORM P470-PRINT-INVOICE-HEADING
              THRU    P470-PRINT-INVOICE-HEADING-EXIT
           END-IF

           MOVE SPACES         TO WS-INV-DETAIL-LINE
           MOVE SHL-ITEM-ID    TO WS-IDL-ITEM
           MOVE WS-LINE-DESC   TO WS-IDL-DESC
           MOVE SHL-SHIP-QTY   TO WS-IDL-QTY
           MOVE WS-LINE-PRICE  TO WS-IDL-PRICE
           MOVE WS-LINE-AMT    TO WS-IDL-AMOUNT

           MOVE WS-INV-DETAIL-LINE TO REC-INVOICE-LINE

           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           ADD 1           TO WS-INV-LINES
                              WS-LINES-BILLED
           ADD WS-LINE-AMT TO WS-INV-GOODS
           ADD WS-LINE-TAX TO WS-INV-TAX
           .

       P460-PRINT-INVOICE-LINE-EXIT.
           EXIT.

       P470-PRINT-INVOICE-HEADING.

           MOVE WS-INVOICE-NO       TO WS-ITL-INVOICE-NO
           MOVE WS-RUN-DATE         TO WS-ITL-INVOICE-DATE
           MOVE WS-INV-TITLE-LINE   TO REC-INVOICE-LINE

           WRITE REC-INVOICE-LINE AFTER ADVANCING PAGE

           IF WS-FS-INVPRTF NOT EQUAL '00'
              DISPLAY 'WRITE INVPRTF FS:' WS-FS-INVPRTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE ZEROS  TO WS-INV-PAGE-LINES

           MOVE SPACES TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES              TO WS-INV-LABEL-LINE
           MOVE 'BILL TO'           TO WS-ILL-LABEL
           MOVE CUS-CUSTOMER-NO     TO WS-ILL-VALUE (1:8)
           MOVE CUS-NAME            TO WS-ILL-VALUE (11:30)
           MOVE WS-INV-LABEL-LINE   TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES              TO WS-INV-LABEL-LINE
           MOVE CUS-BILL-ADDR-1     TO WS-ILL-VALUE (11:30)
           MOVE WS-INV-LABEL-LINE   TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           IF CUS-BILL-ADDR-2 NOT EQUAL SPACES
              MOVE SPACES              TO WS-INV-LABEL-LINE
              MOVE CUS-BILL-ADDR-2     TO WS-ILL-VALUE (11:30)
              MOVE WS-INV-LABEL-LINE   TO REC-INVOICE-LINE
              PERFORM P490-WRITE-INVOICE-LINE
              THRU    P490-WRITE-INVOICE-LINE-EXIT
           END-IF

           MOVE SPACES              TO WS-INV-LABEL-LINE
           MOVE CUS-BILL-CITY       TO WS-ILL-VALUE (11:20)
           MOVE CUS-BILL-STATE      TO WS-ILL-VALUE (32:2)
           MOVE CUS-BILL-ZIP        TO WS-ILL-VALUE (35:9)
           MOVE WS-INV-LABEL-LINE   TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE OHD-ORDER-NO        TO WS-IOL-ORDER-NO
           MOVE OHD-ORDER-DATE      TO WS-IOL-ORDER-DATE
           MOVE OHD-CUST-PO-NO      TO WS-IOL-CUST-PO-NO
           MOVE WS-INV-ORDER-LINE   TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE CUS-TERMS-CODE      TO WS-ITM-TERMS-CODE
           MOVE CUS-TERMS-NET-DAYS  TO WS-ITM-NET-DAYS
           MOVE WS-DUE-DATE         TO WS-ITM-DUE-DATE

           IF WS-DISC-DATE GREATER ZERO
              MOVE CUS-TERMS-DISC-PCT TO WS-ITM-DISC-PCT
              MOVE WS-DISC-DATE       TO WS-ITM-DISC-DATE
              MOVE WS-INV-TERMS-LINE  TO REC-INVOICE-LINE
           ELSE
              MOVE WS-INV-TERMS-LINE  TO REC-INVOICE-LINE
              MOVE SPACES             TO REC-INVOICE-LINE (41:40)
           END-IF

           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES              TO WS-INV-LABEL-LINE

           IF CUS-TAX-EXEMPT
              MOVE 'TAX EXEMPT'        TO WS-ILL-LABEL
              MOVE CUS-EXEMPT-CERT-NO  TO WS-ILL-VALUE
           ELSE
              MOVE 'TAXED IN'          TO WS-ILL-LABEL
              MOVE CUS-TAX-JURISDICTION
                                       TO WS-ILL-VALUE
           END-IF

           MOVE WS-INV-LABEL-LINE   TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES TO REC-INVOICE-LINE
           MOVE 'ITEM ID    DESCRIPTION'
                       TO REC-INVOICE-LINE (1:22)
           MOVE 'QUANTITY     UNIT PRICE          AMOUNT'
                       TO REC-INVOICE-LINE (37:39)
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT
           .

       P470-PRINT-INVOICE-HEADING-EXIT.
           EXIT.

       P490-WRITE-INVOICE-LINE.

           WRITE REC-INVOICE-LINE AFTER ADVANCING 1 LINE

           IF WS-FS-INVPRTF NOT EQUAL '00'
              DISPLAY 'WRITE INVPRTF FS:' WS-FS-INVPRTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-INV-PAGE-LINES
           .

       P490-WRITE-INVOICE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Invoice footing, then the receivables row and the register
      * line for it.
      *-----------------------------------------------------------------
       P500-CLOSE-INVOICE.

           ADD WS-INV-GOODS WS-INV-TAX GIVING WS-INV-TOTAL

           MOVE SPACES TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES            TO WS-INV-TOTAL-LINE
           MOVE 'SUBTOTAL'        TO WS-ITT-LABEL
           MOVE WS-INV-GOODS      TO WS-ITT-AMOUNT
           MOVE WS-INV-TOTAL-LINE TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES            TO WS-INV-TOTAL-LINE
           MOVE 'SALES TAX'       TO WS-ITT-LABEL
           MOVE WS-INV-TAX        TO WS-ITT-AMOUNT
           MOVE WS-INV-TOTAL-LINE TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES            TO WS-INV-TOTAL-LINE
           MOVE 'INVOICE TOTAL'   TO WS-ITT-LABEL
           MOVE WS-INV-TOTAL      TO WS-ITT-AMOUNT
           MOVE WS-INV-TOTAL-LINE TO REC-INVOICE-LINE
           PERFORM P490-WRITE-INVOICE-LINE
           THRU    P490-WRITE-INVOICE-LINE-EXIT

           MOVE SPACES             TO REC-AR-INTERFACE
           MOVE 'D'                TO ARI-ROW-TYPE
           MOVE 'COBST35 '         TO ARI-SOURCE
           MOVE CUS-CUSTOMER-NO    TO ARI-CUSTOMER-NO
           MOVE WS-INVOICE-NO      TO ARI-INVOICE-NO
           MOVE WS-RUN-DATE        TO ARI-INVOICE-DATE
           MOVE WS-DUE-DATE        TO ARI-DUE-DATE
           MOVE WS-DISC-DATE       TO ARI-DISC-DATE
           MOVE CUS-TERMS-DISC-PCT TO ARI-DISC-PCT
           MOVE OHD-ORDER-NO       TO ARI-ORDER-NO
           MOVE OHD-CUST-PO-NO     TO ARI-CUST-PO-NO
           MOVE CUS-TERMS-CODE     TO ARI-TERMS-CODE
           MOVE WS-INV-GOODS       TO ARI-GOODS-AMT
           MOVE WS-INV-TAX         TO ARI-TAX-AMT
           MOVE WS-INV-TOTAL       TO ARI-INVOICE-AMT

           PERFORM P850-WRITE-AR THRU P850-WRITE-AR-EXIT

           MOVE SPACES             TO WS-REG-LINE
           MOVE WS-INVOICE-NO      TO WS-REG-INVOICE-NO
           MOVE CUS-CUSTOMER-NO    TO WS-REG-CUSTOMER-NO
           MOVE OHD-ORDER-NO       TO WS-REG-ORDER-NO
           MOVE WS-INV-LINES       TO WS-REG-LINES
           MOVE WS-INV-GOODS       TO WS-REG-GOODS
           MOVE WS-INV-TAX         TO WS-REG-TAX
           MOVE WS-INV-TOTAL       TO WS-REG-TOTAL

           MOVE WS-REG-LINE        TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           ADD 1            TO WS-INVOICES
           ADD WS-INV-GOODS TO WS-RUN-GOODS
           ADD WS-INV-TAX   TO WS-RUN-TAX
           ADD WS-INV-TOTAL TO WS-RUN-TOTAL

           MOVE 'N' TO WS-INVOICE-OPEN-SW
           .

       P500-CLOSE-INVOICE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Add WS-DC-DAYS to WS-DC-DATE, a month at a time.
      *-----------------------------------------------------------------
       P600-ADD-DAYS.

           ADD WS-DC-DAYS TO WS-DC-DD GIVING WS-DC-DAYS

           PERFORM P610-SET-MONTH-LENGTH
           THRU    P610-SET-MONTH-LENGTH-EXIT

           PERFORM P620-ROLL-MONTH THRU P620-ROLL-MONTH-EXIT
              UNTIL WS-DC-DAYS NOT GREATER WS-DC-MONTH-DAYS

           MOVE WS-DC-DAYS TO WS-DC-DD
           .

       P600-ADD-DAYS-EXIT.
           EXIT.

       P610-SET-MONTH-LENGTH.

           DIVIDE WS-DC-YYYY BY 4
              GIVING WS-DC-QUOT REMAINDER WS-DC-REM4
           DIVIDE WS-DC-YYYY BY 100
              GIVING WS-DC-QUOT REMAINDER WS-DC-REM100
           DIVIDE WS-DC-YYYY BY 400
              GIVING WS-DC-QUOT REMAINDER WS-DC-REM400

           EVALUATE WS-DC-MM
           WHEN 04
           WHEN 06
           WHEN 09
           WHEN 11
              MOVE 30 TO WS-DC-MONTH-DAYS
           WHEN 02
              IF (WS-DC-REM4 EQUAL ZEROS
                 AND WS-DC-REM100 NOT EQUAL ZEROS)
                 OR WS-DC-REM400 EQUAL ZEROS
                 MOVE 29 TO WS-DC-MONTH-DAYS
              ELSE
                 MOVE 28 TO WS-DC-MONTH-DAYS
              END-IF
           WHEN OTHER
              MOVE 31 TO WS-DC-MONTH-DAYS
           END-EVALUATE
           .

       P610-SET-MONTH-LENGTH-EXIT.
           EXIT.

       P620-ROLL-MONTH.

           SUBTRACT WS-DC-MONTH-DAYS FROM WS-DC-DAYS

           IF WS-DC-MM EQUAL 12
              MOVE 1 TO WS-DC-MM
              ADD 1  TO WS-DC-YYYY
           ELSE
              ADD 1  TO WS-DC-MM
           END-IF

           PERFORM P610-SET-MONTH-LENGTH
           THRU    P610-SET-MONTH-LENGTH-EXIT
           .

       P620-ROLL-MONTH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A line that cannot be billed tonight: reported, and carried to
      * the next held-line generation with the date it was first held.
      *-----------------------------------------------------------------
       P800-HOLD-LINE.

           MOVE WS-LINE-HOLD-CODE TO SHL-HELD-REASON

           IF SHL-HELD-SINCE NOT NUMERIC
              OR SHL-HELD-SINCE EQUAL ZEROS
              MOVE WS-RUN-DATE    TO SHL-HELD-SINCE
           END-IF

           MOVE REC-SHIP-LINE     TO REC-HELD-OUT

           WRITE REC-HELD-OUT
           END-WRITE

           IF WS-FS-HELDOUT NOT EQUAL '00'
              DISPLAY 'WRITE HELDOUT FS:' WS-FS-HELDOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES            TO EXC-INPUT
           MOVE REC-SHIP-LINE     TO EXC-INPUT
           MOVE WS-LINE-HOLD-CODE TO EXC-REASON-CODE
           MOVE WS-LINE-HOLD-TEXT TO EXC-REASON-TEXT

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF FS:  ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-LINES-HELD
           .

       P800-HOLD-LINE-EXIT.
           EXIT.

       P850-WRITE-AR.

           WRITE REC-AR-INTERFACE
           END-WRITE

           IF WS-FS-ARINTF NOT EQUAL '00'
              DISPLAY 'WRITE ARINTF FS:' WS-FS-ARINTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P850-WRITE-AR-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'INVOICES'          TO WS-RPT-CNT-LABEL
           MOVE WS-INVOICES         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LINES BILLED'      TO WS-RPT-CNT-LABEL
           MOVE WS-LINES-BILLED     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LINES HELD'        TO WS-RPT-CNT-LABEL
           MOVE WS-LINES-HELD       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-AMOUNT-LINE
           MOVE 'GOODS TOTAL'       TO WS-RPT-AMT-LABEL
           MOVE WS-RUN-GOODS        TO WS-RPT-AMT-VALUE
           MOVE WS-RPT-AMOUNT-LINE  TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-AMOUNT-LINE
           MOVE 'TAX TOTAL'         TO WS-RPT-AMT-LABEL
           MOVE WS-RUN-TAX          TO WS-RPT-AMT-VALUE
           MOVE WS-RPT-AMOUNT-LINE  TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-AMOUNT-LINE
           MOVE 'INVOICE TOTAL'     TO WS-RPT-AMT-LABEL
           MOVE WS-RUN-TOTAL        TO WS-RPT-AMT-VALUE
           MOVE WS-RPT-AMOUNT-LINE  TO WS-DETAIL-LINE
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

       COPY CTRPRRT.

       COPY RPTWRT.
