                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PRF-KEY
                  FILE STATUS   IS WS-FS-PRICEFF.

           SELECT CONTRF   ASSIGN TO CONTRF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CTR-KEY
                  FILE STATUS   IS WS-FS-CONTRF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY PRICEFF.

       FD  CONTRF.

       COPY CONTRF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-PRICEXT             PIC X(002) VALUE SPACES.
           05  WS-FS-PRICEFF             PIC X(002) VALUE SPACES.
           05  WS-FS-CONTRF              PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-LISTED           PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-CONTRACT         PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

           05  WS-PRL-UM                 PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-PRL-SALES              PIC -ZZZ,ZZ9.99 VALUE SPACES.
           05  WS-PRL-SOURCE             PIC X(001) VALUE SPACES.
           05  WS-PRL-TIER OCCURS 3 TIMES.
               10  WS-PRL-TIER-UOM       PIC X(004).
               10  FILLER                PIC X(001).
           05  WS-ITM-CURRENT            PIC X(009) VALUE SPACES.
           05  WS-ITM-DESC               PIC X(040) VALUE SPACES.
           05  WS-ITM-UM                 PIC X(004) VALUE SPACES.
           05  WS-ITM-CLASS              PIC X(004) VALUE SPACES.
           05  WS-ITM-SOURCE             PIC X(001) VALUE SPACES.
           05  WS-ITM-SALES              PIC S9(08)V9(05) VALUE ZEROS.
           05  WS-ITM-DEFAULT            PIC S9(08)V9(05) VALUE ZEROS.
           05  WS-ITM-TIER OCCURS 3 TIMES.

      *-----------------------------------------------------------------
      * Operator card (SYSIN): 'FUTURE' in cols 1-6 adds the prices
      * announced on PRICEFF to take effect after today under each
      * item's line. A customer number in cols 7-14 prices the list
      * for that customer, contract terms (CONTRF.cpy) first. A blank
      * card prints the list as always. The price printed is the one
      * in effect today: the customer's contract price (flagged 'C'),
      * else an announced price already due that COBST26 has not cut
      * over yet (flagged 'A'), else STOCK-SALES-PRICE.
      *-----------------------------------------------------------------
       01  WS-OPERATOR-CARD.
           05  WS-OPR-REQUEST            PIC X(006).
               88  WS-SHOW-FUTURE            VALUE 'FUTURE'.
           05  WS-OPR-CUSTOMER-NO        PIC X(008).
           05  FILLER                    PIC X(066).

       01  WS-FUTURE-LINE.
           05  FILLER                    PIC X(004) VALUE SPACES.
               88  WS-PRICEFF-OFF            VALUE 'Y'.
           05  WS-FUTURE-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-FUTURE-EOF             VALUE 'Y'.
           05  WS-CONTRF-OFF-SW          PIC X(001) VALUE 'N'.
               88  WS-CONTRF-OFF             VALUE 'Y'.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * Contract pricing routine work area (see CTRPRWK.cpy).
      *-----------------------------------------------------------------
       COPY CTRPRWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBST14 STARTED'.
           END-IF

      *-----------------------------------------------------------------
      * Announced prices (see PRICEFF.cpy). A region with no
      * future-price cluster defined simply never shows them.
      *-----------------------------------------------------------------
           OPEN INPUT PRICEFF

           EVALUATE TRUE
           WHEN WS-FS-PRICEFF EQUAL '00'
              CONTINUE
           WHEN WS-FS-PRICEFF EQUAL '35'
              DISPLAY 'PRICEFF NOT DEFINED. ANNOUNCED PRICES OFF.'
              MOVE 'Y' TO WS-PRICEFF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN PRICEFF FS: ' WS-FS-PRICEFF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

      *-----------------------------------------------------------------
      * Customer contracts, only for a customer's list. A region with
      * no contract cluster lists the customer at the general prices.
      *-----------------------------------------------------------------
           IF WS-OPR-CUSTOMER-NO EQUAL SPACES
              MOVE 'Y' TO WS-CONTRF-OFF-SW
           ELSE
              OPEN INPUT CONTRF

              EVALUATE TRUE
              WHEN WS-FS-CONTRF EQUAL '00'
                 CONTINUE
              WHEN WS-FS-CONTRF EQUAL '35'
                 DISPLAY 'CONTRF NOT DEFINED. NO CONTRACT PRICES.'
                 MOVE 'Y' TO WS-CONTRF-OFF-SW
              WHEN OTHER
                 DISPLAY 'OPEN CONTRF FS: ' WS-FS-CONTRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-EVALUATE
           END-IF

           IF WS-OPR-CUSTOMER-NO EQUAL SPACES
              MOVE 'CUSTOMER PRICE LIST'
                                   TO WS-RPT-TITLE
           ELSE
              MOVE 'PRICE LIST FOR CUSTOMER'
                                   TO WS-RPT-TITLE
              MOVE WS-OPR-CUSTOMER-NO
                                   TO WS-RPT-TITLE (25:8)
           END-IF
           MOVE 'COBST14 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-PRICEFF-OFF
              CLOSE PRICEFF

              IF WS-FS-PRICEFF NOT EQUAL '00'
              END-IF
           END-IF

           IF NOT WS-CONTRF-OFF
              CLOSE CONTRF

              IF WS-FS-CONTRF NOT EQUAL '00'
                 DISPLAY 'CLOSE CONTRF FS:' WS-FS-CONTRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'ITEMS LISTED......: ' WS-ITEMS-LISTED.
           DISPLAY 'CONTRACT PRICED...: ' WS-ITEMS-CONTRACT.
           DISPLAY '--------------------'.

           DISPLAY 'COBST14 FINISHED'.
              MOVE STOCK-ITEM-ID TO WS-ITM-CURRENT
              MOVE SPACES TO WS-ITM-DESC
                             WS-ITM-UM
                             WS-ITM-CLASS
                             WS-ITM-SOURCE
              MOVE ZEROS  TO WS-ITM-SALES
                             WS-ITM-DEFAULT
              MOVE SPACES TO WS-ITM-TIER (1)
              MOVE 'Y'                   TO WS-ITM-HAVE-T1-SW
              MOVE STOCK-DESCRIPTION (1) TO WS-ITM-DESC
              MOVE STOCK-INVENTORY-U-M   TO WS-ITM-UM
              MOVE STOCK-CLASS-CODE      TO WS-ITM-CLASS

              IF STOCK-SALES-PRICE NUMERIC
                 MOVE STOCK-SALES-PRICE  TO WS-ITM-SALES
       P250-JUDGE-ITEM.

           IF WS-ITM-HAVE-T1 AND NOT WS-ITM-DISCONTINUED
              PERFORM P260-PRICE-IN-EFFECT
              THRU    P260-PRICE-IN-EFFECT-EXIT

              PERFORM P300-PRINT-PRICE-LINE
              THRU    P300-PRINT-PRICE-LINE-EXIT

              IF WS-SHOW-FUTURE
                 AND NOT WS-PRICEFF-OFF
                 PERFORM P320-PRINT-FUTURE-PRICES
                 THRU    P320-PRINT-FUTURE-PRICES-EXIT
              END-IF
       P250-JUDGE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The price COBST35 would bill today: the latest announced price
      * already due replaces the list price, and the customer's
      * contract term, when one is in effect, replaces both.
      *-----------------------------------------------------------------
       P260-PRICE-IN-EFFECT.

           IF NOT WS-PRICEFF-OFF
              MOVE 'N'            TO WS-FUTURE-EOF-SW
              MOVE WS-ITM-CURRENT TO PRF-ITEM-ID
              MOVE ZEROS          TO PRF-EFFECTIVE-DATE

              START PRICEFF KEY IS NOT LESS THAN PRF-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-FUTURE-EOF-SW
              END-START

              PERFORM P261-READ-DUE-PRICE
              THRU    P261-READ-DUE-PRICE-EXIT
                 UNTIL WS-FUTURE-EOF
           END-IF

           IF NOT WS-CONTRF-OFF
              MOVE WS-OPR-CUSTOMER-NO TO WS-CPR-CUSTOMER-NO
              MOVE WS-ITM-CURRENT     TO WS-CPR-ITEM-ID
              MOVE WS-ITM-CLASS       TO WS-CPR-CLASS-CODE
              MOVE WS-RUN-DATE        TO WS-CPR-PRICE-DATE
              MOVE WS-ITM-SALES       TO WS-CPR-BASE-PRICE

              PERFORM P970-FIND-CONTRACT-PRICE
              THRU    P970-FIND-CONTRACT-PRICE-EXIT

              IF WS-CPR-FOUND
                 MOVE WS-CPR-PRICE TO WS-ITM-SALES
                 MOVE 'C'          TO WS-ITM-SOURCE
                 ADD 1 TO WS-ITEMS-CONTRACT
              END-IF
           END-IF
           .

       P260-PRICE-IN-EFFECT-EXIT.
           EXIT.

       P261-READ-DUE-PRICE.

           READ PRICEFF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-FUTURE-EOF-SW
             NOT AT END
                IF PRF-ITEM-ID NOT EQUAL WS-ITM-CURRENT
                   OR PRF-EFFECTIVE-DATE GREATER WS-RUN-DATE
                   MOVE 'Y' TO WS-FUTURE-EOF-SW
                ELSE
                   MOVE PRF-NEW-PRICE TO WS-ITM-SALES
                   MOVE 'A'           TO WS-ITM-SOURCE
                END-IF
           END-READ
           .

       P261-READ-DUE-PRICE-EXIT.
           EXIT.

       P300-PRINT-PRICE-LINE.

           MOVE SPACES TO WS-PRICE-LINE
           MOVE WS-ITM-DESC               TO WS-PRL-DESC
           MOVE WS-ITM-UM                 TO WS-PRL-UM
           MOVE WS-ITM-SALES              TO WS-PRL-SALES
           MOVE WS-ITM-SOURCE             TO WS-PRL-SOURCE

           IF WS-ITM-HAVE-TIERS
              MOVE WS-ITM-TIER-UOM (1)    TO WS-PRL-TIER-UOM (1)
           EXIT.

      *-----------------------------------------------------------------
      * The item's announced prices still to take effect, straight
      * off the future file in effective-date order.
      *-----------------------------------------------------------------
       P320-PRINT-FUTURE-PRICES.
             NOT AT END
                IF PRF-ITEM-ID NOT EQUAL WS-ITM-CURRENT
                   MOVE 'Y' TO WS-FUTURE-EOF-SW
                END-IF

                IF PRF-ITEM-ID EQUAL WS-ITM-CURRENT
                   AND PRF-EFFECTIVE-DATE GREATER WS-RUN-DATE
                   MOVE PRF-EFFECTIVE-DATE TO WS-FTL-EFF-DATE
                   MOVE PRF-NEW-PRICE      TO WS-FTL-PRICE

       P999-ERROR-EXIT.
           EXIT.

       COPY CTRPRRT.

       COPY RPTWRT.
