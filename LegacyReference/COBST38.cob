      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Nightly vendor invoice match, after COBST23. Each line of the
      * vendors' invoice feed (VNDINVF.cpy), behind the lines held
      * over from earlier nights, is matched to the received PO line
      * it bills on the receipt ledger (RCVLEDF.cpy): the vendor must
      * be the line's vendor, the quantity may not run past what has
      * been received and not yet invoiced by more than the PARAMF
      * quantity tolerance, and the unit price must sit within the
      * PARAMF price tolerance of the PO-UNIT-COST (the item's default
      * unit price where the order carried none). A matched line is
      * vouchered to the payables interface (APVCHF.cpy) with its
      * control trailer, and the ledger picks up the invoiced
      * quantity.
      *
      * A line that does not match goes to EXCEPF and is carried to
      * the next held-invoice generation (INVHLDOT), the pair COBST35
      * uses for its held shipments, until a receipt catches up with
      * it or a buyer approves it on an INVAPPR card. A line that is
      * not a usable invoice line at all is rejected to EXCEPF only.
      *
      * On the business calendar's period-end date the run also
      * prints the receipts-not-yet-invoiced accrual for finance:
      * every ledger line received beyond what has been invoiced,
      * valued at the cost the invoice would be matched to.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST38.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT INVHLDIN ASSIGN TO INVHLDIN
                  FILE STATUS IS WS-FS-INVHLDIN.

           SELECT VNDINVF  ASSIGN TO VNDINVF
                  FILE STATUS IS WS-FS-VNDINVF.

           SELECT INVHLDOT ASSIGN TO INVHLDOT
                  FILE STATUS IS WS-FS-INVHLDOT.

      *-----------------------------------------------------------------
      * INVAPPR is the buyers' release deck: one card per held invoice
      * line the buyer accepts as billed, naming the invoice, vendor
      * and PO line and the buyer number releasing it.
      *-----------------------------------------------------------------
           SELECT INVAPPR  ASSIGN TO INVAPPR
                  FILE STATUS IS WS-FS-INVAPPR.

           SELECT PARAMF   ASSIGN TO PARAMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PRM-KEY
                  FILE STATUS   IS WS-FS-PARAMF.

           SELECT RCVLEDF  ASSIGN TO RCVLEDF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RL-KEY
                  FILE STATUS   IS WS-FS-RCVLEDF.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

           SELECT APVCHF   ASSIGN TO APVCHF
                  FILE STATUS IS WS-FS-APVCHF.

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

       FD  INVHLDIN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-HELD-IN                   PIC  X(080).

       FD  VNDINVF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-VNDINV-IN                 PIC  X(080).

       FD  INVHLDOT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-HELD-OUT                  PIC  X(080).

       FD  INVAPPR
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-INVAPPR.
           03  IAP-BUYER                 PIC  9(003).
           03  IAP-INVOICE-NO            PIC  X(012).
           03  IAP-VENDOR-CODE           PIC  X(006).
           03  IAP-PO-NUMBER             PIC  X(010).
           03  IAP-PO-LINE-NO            PIC  9(003).
           03  FILLER                    PIC  X(046).

       FD  PARAMF.

       COPY PARAMF.

       FD  RCVLEDF.

       COPY RCVLEDF.

       FD  STOCKM.

       COPY stock.

       FD  APVCHF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY APVCHF.

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
           05  WS-FS-INVHLDIN            PIC X(002) VALUE SPACES.
           05  WS-FS-VNDINVF             PIC X(002) VALUE SPACES.
           05  WS-FS-INVHLDOT            PIC X(002) VALUE SPACES.
           05  WS-FS-INVAPPR             PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-RCVLEDF             PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-APVCHF              PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-CARDS-READ             PIC 9(009) VALUE ZEROS.
           05  WS-CARDS-UNUSED           PIC 9(009) VALUE ZEROS.
           05  WS-HELD-READ              PIC 9(009) VALUE ZEROS.
           05  WS-FEED-READ              PIC 9(009) VALUE ZEROS.
           05  WS-LINES-MATCHED          PIC 9(009) VALUE ZEROS.
           05  WS-LINES-APPROVED         PIC 9(009) VALUE ZEROS.
           05  WS-LINES-HELD             PIC 9(009) VALUE ZEROS.
           05  WS-LINES-REJECTED         PIC 9(009) VALUE ZEROS.
           05  WS-LEDGER-DROPPED         PIC 9(009) VALUE ZEROS.
           05  WS-ACCRUAL-LINES          PIC 9(009) VALUE ZEROS.
           05  WS-VOUCHER-LINES          PIC 9(007) VALUE ZEROS.
           05  WS-VOUCHER-QTY            PIC S9(011)V9(004)
                                          VALUE ZEROS.
           05  WS-VOUCHER-AMT            PIC S9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-ACCRUAL-AMT            PIC S9(011)V9(002)
                                          VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Compiled defaults only -- overridden at startup from PARAMF
      * keys ST38-QTY-TOL-PCT and ST38-PRC-TOL-PCT. Whole percent an
      * invoice line may bill beyond the quantity received and not
      * yet invoiced, and may price away from the PO cost.
      *-----------------------------------------------------------------
       01  WS-QTY-TOL-PCT                PIC S9(007) VALUE +0000005.
       01  WS-PRC-TOL-PCT                PIC S9(007) VALUE +0000002.

       01  WS-SWITCHES.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-PERIOD-END-SW          PIC X(001) VALUE 'N'.
               88  WS-PERIOD-END             VALUE 'Y'.
           05  WS-INVHLDIN-SW            PIC X(001) VALUE 'N'.
               88  WS-INVHLDIN-OFF           VALUE 'Y'.
           05  WS-INVAPPR-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-INVAPPR-EOF            VALUE 'Y'.
           05  WS-SOURCE-SW              PIC X(001) VALUE 'H'.
               88  WS-READING-HELD           VALUE 'H'.
               88  WS-READING-FEED           VALUE 'F'.
               88  WS-LINES-DONE             VALUE 'E'.
           05  WS-LEDGER-FOUND-SW        PIC X(001) VALUE 'N'.
               88  WS-LEDGER-FOUND           VALUE 'Y'.
           05  WS-APR-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-APR-FOUND              VALUE 'Y'.
           05  WS-LEDGER-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-LEDGER-EOF             VALUE 'Y'.

      *-----------------------------------------------------------------
      * The invoice line in hand, read INTO from either input.
      *-----------------------------------------------------------------
       COPY VNDINVF.

       01  WS-LINE-CONTROL.
           05  WS-REJECT-CODE            PIC X(004) VALUE SPACES.
           05  WS-REJECT-TEXT            PIC X(040) VALUE SPACES.
           05  WS-HOLD-CODE              PIC X(004) VALUE SPACES.
           05  WS-HOLD-TEXT              PIC X(040) VALUE SPACES.
           05  WS-MATCH-TYPE             PIC X(001) VALUE SPACES.
           05  WS-APPROVED-BY            PIC 9(003) VALUE ZEROS.
           05  WS-OPEN-QTY               PIC S9(008)V9(004)
                                          VALUE ZEROS.
           05  WS-ALLOWED-QTY            PIC S9(008)V9(004)
                                          VALUE ZEROS.
           05  WS-EXP-COST               PIC 9(007)V9(004)
                                          VALUE ZEROS.
           05  WS-PRICE-VARIANCE         PIC 9(007)V9(004)
                                          VALUE ZEROS.
           05  WS-LINE-AMT               PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-COST-ITEM              PIC X(009) VALUE SPACES.

      *-----------------------------------------------------------------
      * The night's approval cards, held for lookup as lines fail.
      *-----------------------------------------------------------------
       01  WS-APPROVAL-TABLE.
           05  WS-APR-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-APR-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-APR-ENTRY OCCURS 200 TIMES.
               10  WS-APR-INVOICE        PIC X(012).
               10  WS-APR-VENDOR         PIC X(006).
               10  WS-APR-PO-NUMBER      PIC X(010).
               10  WS-APR-PO-LINE        PIC 9(003).
               10  WS-APR-BUYER          PIC 9(003).
               10  WS-APR-USED-SW        PIC X(001).

       01  WS-ACCRUAL-LINE.
           05  WS-ACL-PO                 PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-ACL-LINE               PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-ACL-VENDOR             PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-ACL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-ACL-RCPT-DATE          PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-ACL-QTY                PIC ZZZ,ZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-ACL-COST               PIC ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-ACL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-
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

       PROCEDURE DIVISION.

           DISPLAY 'COBST38 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           MOVE 'RECEIPTS NOT YET INVOICED ACCRUAL'
                                    TO WS-RPT-TITLE
           MOVE 'COBST38 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE 'PO NO      LN  VENDOR ITEM ID   LAST RCPT'
                                    TO WS-COLUMN-HEADING (1:41)
           MOVE 'UNINV QTY  UNIT COST       ACCRUAL'
                                    TO WS-COLUMN-HEADING (45:34)

           PERFORM P110-LOAD-CARD THRU P110-LOAD-CARD-EXIT
              UNTIL WS-INVAPPR-EOF

           MOVE SPACES              TO REC-AP-VOUCHER
           MOVE 'H'                 TO APV-ROW-TYPE
           MOVE 'COBST38 '          TO APV-SOURCE
           MOVE WS-RUN-DATE         TO APV-HDR-VOUCHER-DATE

           PERFORM P850-WRITE-VOUCHER THRU P850-WRITE-VOUCHER-EXIT

           IF WS-INVHLDIN-OFF
              MOVE 'F' TO WS-SOURCE-SW
           END-IF

           PERFORM P150-READ-LINE THRU P150-READ-LINE-EXIT

           PERFORM P200-PROCESS-LINE THRU P200-PROCESS-LINE-EXIT
              UNTIL WS-LINES-DONE

           MOVE SPACES              TO REC-AP-VOUCHER
           MOVE 'T'                 TO APV-ROW-TYPE
           MOVE 'COBST38 '          TO APV-SOURCE
           MOVE WS-VOUCHER-LINES    TO APV-TRL-LINE-COUNT
           MOVE WS-VOUCHER-QTY      TO APV-TRL-QTY-TOTAL
           MOVE WS-VOUCHER-AMT      TO APV-TRL-AMOUNT-TOTAL

           PERFORM P850-WRITE-VOUCHER THRU P850-WRITE-VOUCHER-EXIT

           MOVE ZEROS TO WS-APR-IX

           PERFORM P520-CHECK-UNUSED-CARD
           THRU    P520-CHECK-UNUSED-CARD-EXIT
              UNTIL WS-APR-IX NOT LESS WS-APR-CNT

           IF WS-PERIOD-END
              PERFORM P700-ACCRUAL-REPORT
              THRU    P700-ACCRUAL-REPORT-EXIT
           END-IF

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'APPROVAL CARDS READ: ' WS-CARDS-READ.
           DISPLAY 'CARDS NOT USED.....: ' WS-CARDS-UNUSED.
           DISPLAY 'HELD LINES READ....: ' WS-HELD-READ.
           DISPLAY 'FEED LINES READ....: ' WS-FEED-READ.
           DISPLAY 'LINES MATCHED......: ' WS-LINES-MATCHED.
           DISPLAY 'LINES APPROVED.....: ' WS-LINES-APPROVED.
           DISPLAY 'LINES HELD.........: ' WS-LINES-HELD.
           DISPLAY 'LINES REJECTED.....: ' WS-LINES-REJECTED.
           DISPLAY 'VOUCHER LINES......: ' WS-VOUCHER-LINES.
           DISPLAY 'VOUCHER TOTAL......: ' WS-VOUCHER-AMT.
           DISPLAY 'LEDGER ROWS DROPPED: ' WS-LEDGER-DROPPED.
           DISPLAY 'LINES ACCRUED......: ' WS-ACCRUAL-LINES.
           DISPLAY 'ACCRUAL TOTAL......: ' WS-ACCRUAL-AMT.
           DISPLAY '--------------------'.

           DISPLAY 'COBST38 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The voucher date is the processing date off the business
      * calendar, and that date's row says whether tonight closes a
      * period and so owes finance the accrual.
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
           DISPLAY 'PERIOD END..............: ' WS-PERIOD-END-SW
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

                   IF CAL-PERIOD-END
                      MOVE 'Y'   TO WS-PERIOD-END-SW
                   END-IF
                END-IF
           END-READ
           .

       P056-READ-CALENDAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Match tolerances from the shared runtime parameter file (see
      * PARAMF.cpy). A missing file or missing row leaves the compiled
      * default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'ST38-QTY-TOL-PCT' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST38-QTY-TOL-PCT'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE NOT LESS ZEROS
                      MOVE PRM-VALUE TO WS-QTY-TOL-PCT
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST38-QTY-TOL-PCT'
                   END-IF
              END-READ

              MOVE 'ST38-PRC-TOL-PCT' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST38-PRC-TOL-PCT'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE NOT LESS ZEROS
                      MOVE PRM-VALUE TO WS-PRC-TOL-PCT
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST38-PRC-TOL-PCT'
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

           DISPLAY 'QUANTITY TOLERANCE PCT..: ' WS-QTY-TOL-PCT
           DISPLAY 'PRICE TOLERANCE PCT.....: ' WS-PRC-TOL-PCT
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

       P100-OPEN-FILES.

      *-----------------------------------------------------------------
      * No held-invoice generation yet on the first night: status 35
      * just means there is nothing carried over.
      *-----------------------------------------------------------------
           OPEN INPUT INVHLDIN.

           EVALUATE TRUE
           WHEN WS-FS-INVHLDIN EQUAL '00'
              CONTINUE
           WHEN WS-FS-INVHLDIN EQUAL '35'
              DISPLAY 'NO INVHLDIN GENERATION. NO LINES CARRIED OVER.'
              MOVE 'Y' TO WS-INVHLDIN-SW
           WHEN OTHER
              DISPLAY 'OPEN INVHLDIN FS:' WS-FS-INVHLDIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT VNDINVF.

           IF WS-FS-VNDINVF NOT EQUAL '00'
              DISPLAY 'OPEN VNDINVF  FS:' WS-FS-VNDINVF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT INVHLDOT.

           IF WS-FS-INVHLDOT NOT EQUAL '00'
              DISPLAY 'OPEN INVHLDOT FS:' WS-FS-INVHLDOT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT INVAPPR.

           IF WS-FS-INVAPPR NOT EQUAL '00'
              DISPLAY 'OPEN INVAPPR  FS:' WS-FS-INVAPPR
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O RCVLEDF.

           IF WS-FS-RCVLEDF NOT EQUAL '00'
              DISPLAY 'OPEN RCVLEDF  FS:' WS-FS-RCVLEDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM   FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT APVCHF.

           IF WS-FS-APVCHF NOT EQUAL '00'
              DISPLAY 'OPEN APVCHF   FS:' WS-FS-APVCHF
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
      * A card must name a buyer and the invoice line it releases; a
      * card that does not is rejected, not guessed at.
      *-----------------------------------------------------------------
       P110-LOAD-CARD.

           READ INVAPPR
             AT END
                MOVE 'Y' TO WS-INVAPPR-EOF-SW
             NOT AT END
                ADD 1 TO WS-CARDS-READ

                EVALUATE TRUE
                WHEN IAP-BUYER NOT NUMERIC
                   OR IAP-BUYER EQUAL ZEROS
                   OR IAP-INVOICE-NO EQUAL SPACES
                   OR IAP-VENDOR-CODE EQUAL SPACES
                   OR IAP-PO-NUMBER EQUAL SPACES
                   OR IAP-PO-LINE-NO NOT NUMERIC
                   MOVE SPACES           TO EXC-INPUT
                   MOVE REC-INVAPPR      TO EXC-INPUT
                   MOVE 'BAPR'           TO EXC-REASON-CODE
                   MOVE 'INCOMPLETE INVOICE APPROVAL CARD'
                   TO   EXC-REASON-TEXT

                   PERFORM P890-WRITE-EXCEPTION
                   THRU    P890-WRITE-EXCEPTION-EXIT

                WHEN WS-APR-CNT NOT LESS 200
                   DISPLAY 'APPROVAL TABLE FULL. CARD DROPPED: '
                            IAP-INVOICE-NO

                WHEN OTHER
                   ADD 1 TO WS-APR-CNT
                   MOVE IAP-INVOICE-NO  TO WS-APR-INVOICE (WS-APR-CNT)
                   MOVE IAP-VENDOR-CODE TO WS-APR-VENDOR  (WS-APR-CNT)
                   MOVE IAP-PO-NUMBER   TO WS-APR-PO-NUMBER
                                           (WS-APR-CNT)
                   MOVE IAP-PO-LINE-NO  TO WS-APR-PO-LINE (WS-APR-CNT)
                   MOVE IAP-BUYER       TO WS-APR-BUYER   (WS-APR-CNT)
                   MOVE 'N'             TO WS-APR-USED-SW (WS-APR-CNT)
                END-EVALUATE
           END-READ
           .

       P110-LOAD-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Held lines first, then tonight's invoices.
      *-----------------------------------------------------------------
       P150-READ-LINE.

           IF WS-READING-HELD
              READ INVHLDIN INTO REC-VENDOR-INVOICE
                AT END
                   MOVE 'F' TO WS-SOURCE-SW
                NOT AT END
                   ADD 1 TO WS-HELD-READ
              END-READ
           END-IF

           IF WS-READING-FEED
              READ VNDINVF INTO REC-VENDOR-INVOICE
                AT END
                   MOVE 'E' TO WS-SOURCE-SW
                NOT AT END
                   ADD 1 TO WS-FEED-READ
              END-READ
           END-IF
           .

       P150-READ-LINE-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           IF NOT WS-INVHLDIN-OFF
              CLOSE INVHLDIN

              IF WS-FS-INVHLDIN NOT EQUAL '00'
                 DISPLAY 'CLOSE INVHLDIN FS:' WS-FS-INVHLDIN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE VNDINVF.
           IF WS-FS-VNDINVF NOT EQUAL '00'
              DISPLAY 'CLOSE VNDINVF FS:' WS-FS-VNDINVF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE INVHLDOT.
           IF WS-FS-INVHLDOT NOT EQUAL '00'
              DISPLAY 'CLOSE INVHLDOT FS:' WS-FS-INVHLDOT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE INVAPPR.
           IF WS-FS-INVAPPR NOT EQUAL '00'
              DISPLAY 'CLOSE INVAPPR FS:' WS-FS-INVAPPR
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE RCVLEDF.
           IF WS-FS-RCVLEDF NOT EQUAL '00'
              DISPLAY 'CLOSE RCVLEDF FS:' WS-FS-RCVLEDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STOCKM.
           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE APVCHF.
           IF WS-FS-APVCHF NOT EQUAL '00'
              DISPLAY 'CLOSE APVCHF  FS:' WS-FS-APVCHF
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
      * A line that fails the match is vouchered anyway if a buyer
      * has released it tonight; otherwise it is held.
      *-----------------------------------------------------------------
       P200-PROCESS-LINE.

           PERFORM P300-EDIT-LINE THRU P300-EDIT-LINE-EXIT

           IF WS-REJECT-CODE NOT EQUAL SPACES
              PERFORM P810-REJECT-LINE
              THRU    P810-REJECT-LINE-EXIT
           ELSE
              PERFORM P400-MATCH-LINE
              THRU    P400-MATCH-LINE-EXIT

              IF WS-HOLD-CODE EQUAL SPACES
                 MOVE 'M'   TO WS-MATCH-TYPE
                 MOVE ZEROS TO WS-APPROVED-BY

                 PERFORM P600-VOUCHER-LINE
                 THRU    P600-VOUCHER-LINE-EXIT
              ELSE
                 PERFORM P500-FIND-APPROVAL
                 THRU    P500-FIND-APPROVAL-EXIT

                 IF WS-APR-FOUND
                    MOVE 'A' TO WS-MATCH-TYPE

                    PERFORM P600-VOUCHER-LINE
                    THRU    P600-VOUCHER-LINE-EXIT
                 ELSE
                    PERFORM P800-HOLD-LINE
                    THRU    P800-HOLD-LINE-EXIT
                 END-IF
              END-IF
           END-IF

           PERFORM P150-READ-LINE THRU P150-READ-LINE-EXIT
           .

       P200-PROCESS-LINE-EXIT.
           EXIT.

       P300-EDIT-LINE.

           MOVE SPACES TO WS-REJECT-CODE
                          WS-REJECT-TEXT

           EVALUATE TRUE
           WHEN VIN-INVOICE-NO EQUAL SPACES
              OR VIN-VENDOR-CODE EQUAL SPACES
              OR VIN-PO-NUMBER EQUAL SPACES
              OR VIN-PO-LINE-NO NOT NUMERIC
              MOVE 'BKEY' TO WS-REJECT-CODE
              MOVE 'BLANK INVOICE, VENDOR OR PO LINE'
              TO   WS-REJECT-TEXT
           WHEN VIN-INVOICE-DATE NOT NUMERIC
              OR VIN-INVOICE-DATE EQUAL ZEROS
              MOVE 'BDAT' TO WS-REJECT-CODE
              MOVE 'INVALID INVOICE DATE'
              TO   WS-REJECT-TEXT
           WHEN VIN-QTY NOT NUMERIC
              OR VIN-QTY EQUAL ZEROS
              MOVE 'BQTY' TO WS-REJECT-CODE
              MOVE 'INVALID INVOICED QUANTITY'
              TO   WS-REJECT-TEXT
           WHEN VIN-UNIT-PRICE NOT NUMERIC
              MOVE 'BPRC' TO WS-REJECT-CODE
              MOVE 'INVALID INVOICED UNIT PRICE'
              TO   WS-REJECT-TEXT
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .

       P300-EDIT-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Quantity may run past the received-not-invoiced balance by the
      * quantity tolerance; price may differ from the expected cost
      * by the price tolerance either way.
      *-----------------------------------------------------------------
       P400-MATCH-LINE.

           MOVE SPACES         TO WS-HOLD-CODE
                                  WS-HOLD-TEXT
           MOVE 'N'            TO WS-LEDGER-FOUND-SW

           MOVE VIN-PO-NUMBER  TO RL-PO-NUMBER
           MOVE VIN-PO-LINE-NO TO RL-PO-LINE-NO

           READ RCVLEDF
             INVALID KEY
                MOVE 'HRCV' TO WS-HOLD-CODE
                MOVE 'NO RECEIPT ON FILE FOR INVOICED PO LINE'
                TO   WS-HOLD-TEXT
             NOT INVALID KEY
                MOVE 'Y'    TO WS-LEDGER-FOUND-SW
           END-READ

           IF WS-HOLD-CODE EQUAL SPACES
              AND RL-VENDOR-CODE NOT EQUAL VIN-VENDOR-CODE
              MOVE 'HVEN' TO WS-HOLD-CODE
              MOVE 'INVOICING VENDOR IS NOT THE PO VENDOR'
              TO   WS-HOLD-TEXT
           END-IF

           IF WS-HOLD-CODE EQUAL SPACES
              SUBTRACT RL-INVOICED-QTY FROM RL-RECEIVED-QTY
                 GIVING WS-OPEN-QTY

              IF WS-OPEN-QTY GREATER ZEROS
                 COMPUTE WS-ALLOWED-QTY =
                    WS-OPEN-QTY + WS-OPEN-QTY * WS-QTY-TOL-PCT / 100
              ELSE
                 MOVE ZEROS TO WS-ALLOWED-QTY
              END-IF

              IF VIN-QTY GREATER WS-ALLOWED-QTY
                 MOVE 'HQTY' TO WS-HOLD-CODE
                 MOVE 'INVOICED BEYOND RECEIVED QTY TOLERANCE'
                 TO   WS-HOLD-TEXT
              END-IF
           END-IF

           IF WS-HOLD-CODE EQUAL SPACES
              MOVE ZEROS TO WS-EXP-COST

              IF RL-UNIT-COST NUMERIC
                 MOVE RL-UNIT-COST TO WS-EXP-COST
              END-IF

              IF WS-EXP-COST EQUAL ZEROS
                 MOVE RL-ITEM-ID   TO WS-COST-ITEM

                 PERFORM P450-STOCK-COST THRU P450-STOCK-COST-EXIT
              END-IF

              IF WS-EXP-COST EQUAL ZEROS
                 MOVE 'HPRC' TO WS-HOLD-CODE
                 MOVE 'NO PO OR ITEM COST TO MATCH PRICE TO'
                 TO   WS-HOLD-TEXT
              ELSE
                 IF VIN-UNIT-PRICE GREATER WS-EXP-COST
                    SUBTRACT WS-EXP-COST FROM VIN-UNIT-PRICE
                       GIVING WS-PRICE-VARIANCE
                 ELSE
                    SUBTRACT VIN-UNIT-PRICE FROM WS-EXP-COST
                       GIVING WS-PRICE-VARIANCE
                 END-IF

                 IF WS-PRICE-VARIANCE * 100
                    GREATER WS-EXP-COST * WS-PRC-TOL-PCT
                    MOVE 'HPRC' TO WS-HOLD-CODE
                    MOVE 'INVOICE PRICE OUTSIDE COST TOLERANCE'
                    TO   WS-HOLD-TEXT
                 END-IF
              END-IF
           END-IF
           .

       P400-MATCH-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The item's default unit price, the figure COBST10 books
      * receipts at; the item's other record backstops a pair whose
      * type-1 row carries no price.
      *-----------------------------------------------------------------
       P450-STOCK-COST.

           MOVE SPACES       TO STOCK-KEY
           MOVE WS-COST-ITEM TO STOCK-ITEM-ID
           MOVE '1'          TO STOCK-RECORD-TYPE

           PERFORM P455-READ-COST THRU P455-READ-COST-EXIT

           IF WS-EXP-COST EQUAL ZEROS
              MOVE SPACES       TO STOCK-KEY
              MOVE WS-COST-ITEM TO STOCK-ITEM-ID
              MOVE '2'          TO STOCK-RECORD-TYPE

              PERFORM P455-READ-COST THRU P455-READ-COST-EXIT
           END-IF
           .

       P450-STOCK-COST-EXIT.
           EXIT.

       P455-READ-COST.

           READ STOCKM
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF STOCK-DEFAULT-UNIT-PRICE NUMERIC
                   MOVE STOCK-DEFAULT-UNIT-PRICE TO WS-EXP-COST
                END-IF
           END-READ
           .

       P455-READ-COST-EXIT.
           EXIT.

       P500-FIND-APPROVAL.

           MOVE ZEROS TO WS-APR-IX
                         WS-APPROVED-BY
           MOVE 'N'   TO WS-APR-FOUND-SW

           PERFORM P505-MATCH-APPROVAL THRU P505-MATCH-APPROVAL-EXIT
              UNTIL WS-APR-FOUND
                 OR WS-APR-IX NOT LESS WS-APR-CNT
           .

       P500-FIND-APPROVAL-EXIT.
           EXIT.

       P505-MATCH-APPROVAL.

           ADD 1 TO WS-APR-IX

           IF WS-APR-INVOICE   (WS-APR-IX) EQUAL VIN-INVOICE-NO
              AND WS-APR-VENDOR    (WS-APR-IX) EQUAL VIN-VENDOR-CODE
              AND WS-APR-PO-NUMBER (WS-APR-IX) EQUAL VIN-PO-NUMBER
              AND WS-APR-PO-LINE   (WS-APR-IX) EQUAL VIN-PO-LINE-NO
              MOVE 'Y' TO WS-APR-FOUND-SW
              MOVE 'Y' TO WS-APR-USED-SW (WS-APR-IX)
              MOVE WS-APR-BUYER (WS-APR-IX) TO WS-APPROVED-BY
           END-IF
           .

       P505-MATCH-APPROVAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A card that released nothing most likely names a line keyed
      * differently from the invoice -- the buyer needs to know.
      *-----------------------------------------------------------------
       P520-CHECK-UNUSED-CARD.

           ADD 1 TO WS-APR-IX

           IF WS-APR-USED-SW (WS-APR-IX) EQUAL 'N'
              ADD 1 TO WS-CARDS-UNUSED

              DISPLAY 'APPROVAL CARD MATCHED NO HELD LINE: '
                       WS-APR-INVOICE   (WS-APR-IX) ' '
                       WS-APR-PO-NUMBER (WS-APR-IX) ' '
                       WS-APR-PO-LINE   (WS-APR-IX)
           END-IF
           .

       P520-CHECK-UNUSED-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The voucher row, and the invoiced quantity onto the ledger; a
      * closed line now fully invoiced has nothing left to accrue and
      * leaves the ledger.
      *-----------------------------------------------------------------
       P600-VOUCHER-LINE.

           COMPUTE WS-LINE-AMT ROUNDED = VIN-QTY * VIN-UNIT-PRICE

           MOVE SPACES              TO REC-AP-VOUCHER
           MOVE 'D'                 TO APV-ROW-TYPE
           MOVE 'COBST38 '          TO APV-SOURCE
           MOVE VIN-VENDOR-CODE     TO APV-VENDOR-CODE
           MOVE VIN-INVOICE-NO      TO APV-INVOICE-NO
           MOVE VIN-INVOICE-DATE    TO APV-INVOICE-DATE
           MOVE VIN-PO-NUMBER       TO APV-PO-NUMBER
           MOVE VIN-PO-LINE-NO      TO APV-PO-LINE-NO
           MOVE VIN-QTY             TO APV-QTY
           MOVE VIN-UNIT-PRICE      TO APV-UNIT-PRICE
           MOVE WS-LINE-AMT         TO APV-AMOUNT
           MOVE WS-MATCH-TYPE       TO APV-MATCH-TYPE
           MOVE WS-APPROVED-BY      TO APV-APPROVED-BY

           IF WS-LEDGER-FOUND
              MOVE RL-ITEM-ID       TO APV-ITEM-ID
           END-IF

           PERFORM P850-WRITE-VOUCHER THRU P850-WRITE-VOUCHER-EXIT

           ADD 1           TO WS-VOUCHER-LINES
           ADD VIN-QTY     TO WS-VOUCHER-QTY
           ADD WS-LINE-AMT TO WS-VOUCHER-AMT

           IF APV-APPROVED
              ADD 1 TO WS-LINES-APPROVED
           ELSE
              ADD 1 TO WS-LINES-MATCHED
           END-IF

           IF WS-LEDGER-FOUND
              ADD VIN-QTY TO RL-INVOICED-QTY

              IF RL-LINE-CLOSED
                 AND RL-INVOICED-QTY NOT LESS RL-RECEIVED-QTY
                 DELETE RCVLEDF
                 END-DELETE

                 IF WS-FS-RCVLEDF NOT EQUAL '00'
                    DISPLAY 'DELETE RCVLEDF FS:' WS-FS-RCVLEDF
                    PERFORM P999-ERROR THRU P999-ERROR-EXIT
                 END-IF

                 ADD 1 TO WS-LEDGER-DROPPED
              ELSE
                 REWRITE REC-RECEIPT-LEDGER
                 END-REWRITE

                 IF WS-FS-RCVLEDF NOT EQUAL '00'
                    DISPLAY 'REWRITE RCVLEDF FS:' WS-FS-RCVLEDF
                    PERFORM P999-ERROR THRU P999-ERROR-EXIT
                 END-IF
              END-IF
           END-IF
           .

       P600-VOUCHER-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Period end: every ledger line with goods received and not yet
      * invoiced, valued the way its invoice will be matched.
      *-----------------------------------------------------------------
       P700-ACCRUAL-REPORT.

           MOVE LOW-VALUES TO RL-KEY

           START RCVLEDF KEY IS NOT LESS THAN RL-KEY
             INVALID KEY
                MOVE 'Y' TO WS-LEDGER-EOF-SW
           END-START

           PERFORM P710-ACCRUE-ONE-LINE THRU P710-ACCRUE-ONE-LINE-EXIT
              UNTIL WS-LEDGER-EOF

           PERFORM P900-WRITE-TOTALS
           THRU    P900-WRITE-TOTALS-EXIT
           .

       P700-ACCRUAL-REPORT-EXIT.
           EXIT.

       P710-ACCRUE-ONE-LINE.

           READ RCVLEDF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-LEDGER-EOF-SW
             NOT AT END
                SUBTRACT RL-INVOICED-QTY FROM RL-RECEIVED-QTY
                   GIVING WS-OPEN-QTY

                IF WS-OPEN-QTY GREATER ZEROS
                   MOVE ZEROS TO WS-EXP-COST

                   IF RL-UNIT-COST NUMERIC
                      MOVE RL-UNIT-COST TO WS-EXP-COST
                   END-IF

                   IF WS-EXP-COST EQUAL ZEROS
                      MOVE RL-ITEM-ID   TO WS-COST-ITEM

                      PERFORM P450-STOCK-COST
                      THRU    P450-STOCK-COST-EXIT
                   END-IF

                   COMPUTE WS-LINE-AMT ROUNDED =
                      WS-OPEN-QTY * WS-EXP-COST

                   ADD 1           TO WS-ACCRUAL-LINES
                   ADD WS-LINE-AMT TO WS-ACCRUAL-AMT

                   MOVE SPACES            TO WS-ACCRUAL-LINE
                   MOVE RL-PO-NUMBER      TO WS-ACL-PO
                   MOVE RL-PO-LINE-NO     TO WS-ACL-LINE
                   MOVE RL-VENDOR-CODE    TO WS-ACL-VENDOR
                   MOVE RL-ITEM-ID        TO WS-ACL-ITEM
                   MOVE RL-LAST-RCPT-DATE TO WS-ACL-RCPT-DATE
                   MOVE WS-OPEN-QTY       TO WS-ACL-QTY
                   MOVE WS-EXP-COST       TO WS-ACL-COST
                   MOVE WS-LINE-AMT       TO WS-ACL-AMOUNT
                   MOVE WS-ACCRUAL-LINE   TO WS-DETAIL-LINE

                   PERFORM P980-WRITE-DETAIL
                   THRU    P980-WRITE-DETAIL-EXIT
                END-IF
           END-READ
           .

       P710-ACCRUE-ONE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A line that cannot be vouchered tonight: reported, and carried
      * to the next held-invoice generation with the date it was
      * first held.
      *-----------------------------------------------------------------
       P800-HOLD-LINE.

           MOVE WS-HOLD-CODE       TO VIN-HELD-REASON

           IF VIN-HELD-SINCE NOT NUMERIC
              OR VIN-HELD-SINCE EQUAL ZEROS
              MOVE WS-RUN-DATE     TO VIN-HELD-SINCE
           END-IF

           MOVE REC-VENDOR-INVOICE TO REC-HELD-OUT

           WRITE REC-HELD-OUT
           END-WRITE

           IF WS-FS-INVHLDOT NOT EQUAL '00'
              DISPLAY 'WRITE INVHLDOT FS:' WS-FS-INVHLDOT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES             TO EXC-INPUT
           MOVE REC-VENDOR-INVOICE TO EXC-INPUT
           MOVE WS-HOLD-CODE       TO EXC-REASON-CODE
           MOVE WS-HOLD-TEXT       TO EXC-REASON-TEXT

           PERFORM P890-WRITE-EXCEPTION
           THRU    P890-WRITE-EXCEPTION-EXIT

           ADD 1 TO WS-LINES-HELD
           .

       P800-HOLD-LINE-EXIT.
           EXIT.

       P810-REJECT-LINE.

           MOVE SPACES             TO EXC-INPUT
           MOVE REC-VENDOR-INVOICE TO EXC-INPUT
           MOVE WS-REJECT-CODE     TO EXC-REASON-CODE
           MOVE WS-REJECT-TEXT     TO EXC-REASON-TEXT

           PERFORM P890-WRITE-EXCEPTION
           THRU    P890-WRITE-EXCEPTION-EXIT

           ADD 1 TO WS-LINES-REJECTED
           .

       P810-REJECT-LINE-EXIT.
           EXIT.

       P850-WRITE-VOUCHER.

           WRITE REC-AP-VOUCHER
           END-WRITE

           IF WS-FS-APVCHF NOT EQUAL '00'
              DISPLAY 'WRITE APVCHF FS:' WS-FS-APVCHF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P850-WRITE-VOUCHER-EXIT.
           EXIT.

       P890-WRITE-EXCEPTION.

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF FS:  ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P890-WRITE-EXCEPTION-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LINES ACCRUED'     TO WS-RPT-CNT-LABEL
           MOVE WS-ACCRUAL-LINES    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-AMOUNT-LINE
           MOVE 'ACCRUAL TOTAL'     TO WS-RPT-AMT-LABEL
           MOVE WS-ACCRUAL-AMT      TO WS-RPT-AMT-VALUE
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

       COPY RPTWRT.
