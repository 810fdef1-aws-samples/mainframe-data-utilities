
           SELECT STKJRNF  ASSIGN TO STKJRNF
                  FILE STATUS IS WS-FS-STKJRNF.

           SELECT SHIPLNF  ASSIGN TO SHIPLNF
                  FILE STATUS IS WS-FS-SHIPLNF.

           SELECT PICKCNF  ASSIGN TO PICKCNF
                  FILE STATUS IS WS-FS-PICKCNF.

           SELECT ORDHSTF  ASSIGN TO ORDHSTF
                  FILE STATUS IS WS-FS-ORDHSTF.

           SELECT LOTUSEF  ASSIGN TO LOTUSEF
                  FILE STATUS IS WS-FS-LOTUSEF.

           SELECT REMNTF   ASSIGN TO REMNTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RM-KEY
                  FILE STATUS   IS WS-FS-REMNTF.
           SELECT SUPERSF  ASSIGN TO SUPERSF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SS-KEY
                  FILE STATUS   IS WS-FS-SUPERSF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

      *-----------------------------------------------------------------
      * A line for a length-stocked item may carry a cut length (feet,
      * inches, fraction digits); ORD-ORDER-QTY is then the number of
      * pieces cut to that length (see REMNTRT.cpy). Blank on every
      * other line.
      *-----------------------------------------------------------------
       01  REC-ORDTRAN.
           03  ORD-ITEM-ID               PIC  X(09).
           03  ORD-RECORD-TYPE           PIC  X(01).
           03  ORD-ORDER-NO              PIC  X(10).
           03  ORD-ORDER-QTY             PIC  S9(07).
           03  ORD-LOCATION              PIC  9(03).
           03  ORD-CUT-LENGTH.
               05  ORD-CUT-FEET          PIC  9(03).
               05  ORD-CUT-INCH          PIC  9(02).
               05  ORD-CUT-FRAC-NUM      PIC  9(01).
               05  ORD-CUT-FRAC-DEN      PIC  9(01).
           03  FILLER                    PIC  X(043).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS

       COPY STKJRNF.

       FD  SHIPLNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY SHIPLNF.

      *-----------------------------------------------------------------
      * Pick confirmation deck: COBST40's PICKLNF rows with the
      * quantities the floor actually picked keyed in.
      *-----------------------------------------------------------------
       FD  PICKCNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY PICKLNF.

       FD  ORDHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY ORDHSTF.

       FD  LOTUSEF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY LOTUSEF.

       FD  REMNTF.

       COPY REMNTF.

       FD  SUPERSF.

       COPY SUPERSF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-LOT-TAKE               PIC S9(009)V9(04)
                                          VALUE ZEROS.
           05  WS-LOT-ITEM               PIC X(009) VALUE SPACES.
           05  WS-LOT-SOURCE             PIC X(001) VALUE SPACES.
           05  WS-LOT-USE-ROWS           PIC 9(009) VALUE ZEROS.
           05  WS-FS-REMNTF              PIC X(002) VALUE SPACES.
           05  WS-CUT-LINES              PIC 9(009) VALUE ZEROS.
           05  WS-REMNANTS-DRAWN         PIC 9(009) VALUE ZEROS.
           05  WS-REMNANTS-CUT           PIC 9(009) VALUE ZEROS.
           05  WS-FS-SUPERSF             PIC X(002) VALUE SPACES.
           05  WS-SUBSTITUTIONS          PIC 9(009) VALUE ZEROS.
           05  WS-SUB-SAVE-SHIP          PIC S9(008)V9(004)
                                          VALUE ZEROS.
           05  WS-SUB-ON-HAND            PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-SUB-WANTED             PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-SUB-COVERED            PIC S9(008)V9(004)
                                          VALUE ZEROS.
           05  WS-SUB-BEFORE             PIC S9(008)V9(004)
                                          VALUE ZEROS.
           05  WS-SUB-AFTER              PIC S9(008)V9(004)
                                          VALUE ZEROS.
           05  WS-SUB-FREE               PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-LOTS-QC-HELD           PIC 9(009) VALUE ZEROS.
           05  WS-JRN-PRICE              PIC S9(007)V9(004)
                                          VALUE ZEROS.
           05  WS-JRN-CLASS              PIC X(004) VALUE SPACES.
           05  WS-FS-STKJRNF             PIC X(002) VALUE SPACES.
           05  WS-FS-SHIPLNF             PIC X(002) VALUE SPACES.
           05  WS-SHIP-LINES             PIC 9(009) VALUE ZEROS.
           05  WS-JRN-ROWS               PIC 9(009) VALUE ZEROS.
           05  WS-JRN-TYPE               PIC X(001) VALUE SPACES.
           05  WS-JRN-ITEM               PIC X(009) VALUE SPACES.
           05  WS-SKIP-SHIP              PIC 9(009) VALUE ZEROS.
           05  WS-SKIP-XFER              PIC 9(009) VALUE ZEROS.
           05  WS-SKIP-RTRN              PIC 9(009) VALUE ZEROS.
           05  WS-FS-PICKCNF             PIC X(002) VALUE SPACES.
           05  WS-PICK-CARDS             PIC 9(009) VALUE ZEROS.
           05  WS-PICK-CARDS-BAD         PIC 9(009) VALUE ZEROS.
           05  WS-PICK-CARDS-UNUSED      PIC 9(009) VALUE ZEROS.
           05  WS-PICK-QTY               PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-PICK-NEED              PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-PICK-TAKE              PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-PICK-LEFT              PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-PCF-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-PLL-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-FS-ORDHSTF             PIC X(002) VALUE SPACES.
           05  WS-FS-LOTUSEF             PIC X(002) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * The confirmation deck, held for the order pass. An order line
      * draws down the picked quantity of the cards for its order and
      * item, and the locations those cards came from are kept with
      * the line for the location relief.
      *-----------------------------------------------------------------
       01  WS-PICK-CARD-TABLE.
           05  WS-PCF-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-PCF-ENTRY OCCURS 3000 TIMES.
               10  WS-PCF-ORDER          PIC X(010).
               10  WS-PCF-ITEM           PIC X(009).
               10  WS-PCF-TYPE           PIC X(001).
               10  WS-PCF-LOC            PIC 9(003).
               10  WS-PCF-PICKED         PIC 9(007)V9(004).
               10  WS-PCF-LEFT           PIC 9(007)V9(004).

       01  WS-PICK-LOC-TABLE.
           05  WS-PLL-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-PLL-ENTRY OCCURS 100 TIMES.
               10  WS-PLL-LOC            PIC 9(003).
               10  WS-PLL-QTY            PIC S9(010)V9(004).

      *-----------------------------------------------------------------
      * Operator card (SYSIN): 'RESTART' in cols 1-7 reruns an
      * interrupted posting -- the prior journal says how many of
               88  WS-PARENT-IS-KIT          VALUE 'Y'.
           05  WS-COMP-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-COMP-FOUND             VALUE 'Y'.
           05  WS-PICKCNF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-PICKCNF-OFF            VALUE 'Y'.
           05  WS-PICK-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-PICK-EOF               VALUE 'Y'.
           05  WS-PICK-CONFIRMED-SW      PIC X(001) VALUE 'N'.
               88  WS-PICK-CONFIRMED         VALUE 'Y'.
           05  WS-CUT-LINE-SW            PIC X(001) VALUE 'N'.
               88  WS-CUT-LINE               VALUE 'Y'.
           05  WS-CUT-REJECT-SW          PIC X(001) VALUE 'N'.
               88  WS-CUT-REJECTED           VALUE 'Y'.
           05  WS-SUBST-DRAW-SW          PIC X(001) VALUE 'N'.
               88  WS-SUBST-DRAW             VALUE 'Y'.

       01  WS-CLASS-RPT-LINE.
           05  WS-CLS-RPT-CLASS          PIC X(004) VALUE SPACES.
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * Cut-to-length routine work area (see REMNTWK.cpy).
      *-----------------------------------------------------------------
       COPY REMNTWK.

      *-----------------------------------------------------------------
      * Supersession lookup work area (see SUPRSWK.cpy).
      *-----------------------------------------------------------------
       COPY SUPRSWK.

      *-----------------------------------------------------------------
      * QC-held quantity lookup work area (see QCHLDWK.cpy).
      *-----------------------------------------------------------------
       COPY QCHLDWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBST10 STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

      *-----------------------------------------------------------------
      * Remnants of length-stocked items (see REMNTF.cpy).
      *-----------------------------------------------------------------
           OPEN I-O REMNTF.

           EVALUATE TRUE
           WHEN WS-FS-REMNTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-REMNTF EQUAL '35'
              DISPLAY 'EMPTY REMNTF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT REMNTF
              CLOSE REMNTF
              OPEN I-O REMNTF

              IF WS-FS-REMNTF NOT EQUAL '00'
                 DISPLAY 'REOPEN REMNTF FS:' WS-FS-REMNTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN REMNTF   FS:' WS-FS-REMNTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

      *-----------------------------------------------------------------
      * Item supersession (see SUPERSF.cpy). With no file an order
      * line short of stock backorders, exactly as before.
      *-----------------------------------------------------------------
           OPEN INPUT SUPERSF.

           EVALUATE TRUE
           WHEN WS-FS-SUPERSF EQUAL '00'
              CONTINUE
           WHEN WS-FS-SUPERSF EQUAL '35'
              DISPLAY 'SUPERSF NOT DEFINED. NO SUBSTITUTION.'
              MOVE 'Y' TO WS-SUPERSF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN SUPERSF  FS:' WS-FS-SUPERSF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

      *-----------------------------------------------------------------
      * Kit explosion (see BOMF.cpy). A region with no bill cluster
      * ships kits without relieving components, exactly as before.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

      *-----------------------------------------------------------------
      * Pick confirmation (see PICKLNF.cpy). With no deck, orders
      * ship as keyed, exactly as before.
      *-----------------------------------------------------------------
           OPEN INPUT PICKCNF.

           EVALUATE TRUE
           WHEN WS-FS-PICKCNF EQUAL '00'
              PERFORM P130-LOAD-PICK-CARDS
              THRU    P130-LOAD-PICK-CARDS-EXIT
           WHEN WS-FS-PICKCNF EQUAL '35'
              DISPLAY 'PICKCNF NOT DEFINED. ORDERS SHIP AS KEYED.'
              MOVE 'Y' TO WS-PICKCNF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN PICKCNF  FS:' WS-FS-PICKCNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

      *-----------------------------------------------------------------
      * Movement journal (see STKJRNF.cpy). On a RESTART the prior
      * run's rows replay first to set the skip counts, and the
      * journal reopens EXTEND so the rerun's rows follow the
      * originals in one unbroken record of the day. The shipped-line
      * file for invoicing (see SHIPLNF.cpy) follows the journal, and
      * the night's order-history generation (see ORDHSTF.cpy) with it,
      * as does the lot-consumption generation (see LOTUSEF.cpy).
      *-----------------------------------------------------------------
           IF WS-RESTART-RUN
              PERFORM P120-SCAN-PRIOR-JOURNAL
              THRU    P120-SCAN-PRIOR-JOURNAL-EXIT

              OPEN EXTEND STKJRNF
              OPEN EXTEND SHIPLNF
              OPEN EXTEND ORDHSTF
              OPEN EXTEND LOTUSEF
           ELSE
              OPEN OUTPUT STKJRNF
              OPEN OUTPUT SHIPLNF
              OPEN OUTPUT ORDHSTF
              OPEN OUTPUT LOTUSEF
           END-IF

           IF WS-FS-STKJRNF NOT EQUAL '00'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-FS-SHIPLNF NOT EQUAL '00'
              DISPLAY 'OPEN SHIPLNF  FS:' WS-FS-SHIPLNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-FS-ORDHSTF NOT EQUAL '00'
              DISPLAY 'OPEN ORDHSTF  FS:' WS-FS-ORDHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-FS-LOTUSEF NOT EQUAL '00'
              DISPLAY 'OPEN LOTUSEF  FS:' WS-FS-LOTUSEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P100-TAKE-OPENING-POSITION
           THRU    P100-TAKE-OPENING-POSITION-EXIT

              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REMNTF.
           IF WS-FS-REMNTF NOT EQUAL '00'
              DISPLAY 'CLOSE REMNTF  FS:' WS-FS-REMNTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-SUPERSF-OFF
              CLOSE SUPERSF

              IF WS-FS-SUPERSF NOT EQUAL '00'
                 DISPLAY 'CLOSE SUPERSF FS:' WS-FS-SUPERSF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF NOT WS-BOMF-OFF
              CLOSE BOMF

              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE SHIPLNF.
           IF WS-FS-SHIPLNF NOT EQUAL '00'
              DISPLAY 'CLOSE SHIPLNF FS:' WS-FS-SHIPLNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE ORDHSTF.
           IF WS-FS-ORDHSTF NOT EQUAL '00'
              DISPLAY 'CLOSE ORDHSTF FS:' WS-FS-ORDHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE LOTUSEF.
           IF WS-FS-LOTUSEF NOT EQUAL '00'
              DISPLAY 'CLOSE LOTUSEF FS:' WS-FS-LOTUSEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE BACKORDF.
           IF WS-FS-BACKORDF NOT EQUAL '00'
              DISPLAY 'CLOSE BACKORDF FS:' WS-FS-BACKORDF
           DISPLAY 'ORDERS POSTED.....: ' WS-ORDERS-POSTED.
           DISPLAY 'MOVEMENTS REJECTED: ' WS-REJECTED.
           DISPLAY 'BACKORDERED.......: ' WS-BACKORDERED.
           DISPLAY 'SHIPPED LINES.....: ' WS-SHIP-LINES.
           DISPLAY 'TRANSFERS READ....: ' WS-XFERS-READ.
           DISPLAY 'TRANSFERS POSTED..: ' WS-XFERS-POSTED.
           DISPLAY 'RETURNS READ......: ' WS-RETURNS-READ.
           DISPLAY 'RETURNS SCRAPPED..: ' WS-SCRAPPED.
           DISPLAY 'COMPONENTS DRAWN..: ' WS-COMPONENTS-RELIEVED.
           DISPLAY 'JOURNAL ROWS......: ' WS-JRN-ROWS.
           DISPLAY 'LOT DRAWS LOGGED..: ' WS-LOT-USE-ROWS.
           DISPLAY 'LINES CUT TO LNGTH: ' WS-CUT-LINES.
           DISPLAY 'REMNANTS DRAWN....: ' WS-REMNANTS-DRAWN.
           DISPLAY 'REMNANTS CUT......: ' WS-REMNANTS-CUT.
           DISPLAY 'SUBSTITUTIONS.....: ' WS-SUBSTITUTIONS.
           DISPLAY 'LOTS ON QC HOLD...: ' WS-LOTS-QC-HELD.

           IF NOT WS-PICKCNF-OFF
              MOVE ZEROS TO WS-PCF-IX

              PERFORM P136-COUNT-UNUSED-CARD
              THRU    P136-COUNT-UNUSED-CARD-EXIT
                 UNTIL WS-PCF-IX NOT LESS WS-PCF-CNT

              DISPLAY 'PICK CARDS READ...: ' WS-PICK-CARDS
              DISPLAY 'PICK CARDS BAD....: ' WS-PICK-CARDS-BAD
              DISPLAY 'PICK CARDS UNUSED.: ' WS-PICK-CARDS-UNUSED
           END-IF

           DISPLAY '--------------------'.

           DISPLAY 'COBST10 FINISHED'.
       P121-COUNT-JOURNAL-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A card whose picked quantity is not numeric has not been keyed
      * and confirms nothing; its line backorders whatever the other
      * cards do not cover.
      *-----------------------------------------------------------------
       P130-LOAD-PICK-CARDS.

           PERFORM P131-READ-PICK-CARD THRU P131-READ-PICK-CARD-EXIT
              UNTIL WS-PICK-EOF

           CLOSE PICKCNF.

           IF WS-FS-PICKCNF NOT EQUAL '00'
              DISPLAY 'CLOSE PICKCNF FS:' WS-FS-PICKCNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P130-LOAD-PICK-CARDS-EXIT.
           EXIT.

       P131-READ-PICK-CARD.

           READ PICKCNF
             AT END
                MOVE 'Y' TO WS-PICK-EOF-SW
             NOT AT END
                ADD 1 TO WS-PICK-CARDS

                IF PK-PICKED-QTY NOT NUMERIC
                   DISPLAY 'PICK CARD NOT KEYED: ' PK-ORDER-NO
                           ' ' PK-ITEM-ID ' ' PK-LOCATION
                   ADD 1 TO WS-PICK-CARDS-BAD
                ELSE
                   IF WS-PCF-CNT NOT LESS 3000
                      DISPLAY 'PICK CARD TABLE FULL AT: ' PK-ORDER-NO
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-PCF-CNT
                   MOVE PK-ORDER-NO    TO WS-PCF-ORDER (WS-PCF-CNT)
                   MOVE PK-ITEM-ID     TO WS-PCF-ITEM (WS-PCF-CNT)
                   MOVE PK-RECORD-TYPE TO WS-PCF-TYPE (WS-PCF-CNT)
                   MOVE PK-LOCATION    TO WS-PCF-LOC (WS-PCF-CNT)
                   MOVE PK-PICKED-QTY  TO WS-PCF-PICKED (WS-PCF-CNT)
                                          WS-PCF-LEFT (WS-PCF-CNT)
                END-IF
           END-READ
           .

       P131-READ-PICK-CARD-EXIT.
           EXIT.

       P136-COUNT-UNUSED-CARD.

           ADD 1 TO WS-PCF-IX

           IF WS-PCF-PICKED (WS-PCF-IX) GREATER ZERO
              AND WS-PCF-LEFT (WS-PCF-IX)
                  EQUAL WS-PCF-PICKED (WS-PCF-IX)
              ADD 1 TO WS-PICK-CARDS-UNUSED
           END-IF
           .

       P136-COUNT-UNUSED-CARD-EXIT.
           EXIT.

       P200-POST-RECEIPTS.

           OPEN INPUT RCPTTRAN.
                   MOVE WS-JRN-BEFORE   TO SJ-OH-BEFORE
                   MOVE WS-JRN-AFTER    TO SJ-OH-AFTER
                   MOVE 'P'             TO SJ-DISP
                   MOVE WS-MOVE-VALUE    TO SJ-MOVE-VALUE
                   MOVE STOCK-CLASS-CODE TO SJ-CLASS-CODE

                   PERFORM P940-WRITE-JOURNAL
                   THRU    P940-WRITE-JOURNAL-EXIT
           MOVE 'S'         TO WS-JRN-TYPE
           MOVE ORD-ITEM-ID TO WS-JRN-ITEM

           MOVE REC-ORDTRAN TO REC-ORDHST
           MOVE WS-RUN-DATE TO OH-POST-DATE

           WRITE REC-ORDHST
           END-WRITE

           IF WS-FS-ORDHSTF NOT EQUAL '00'
              DISPLAY 'WRITE ORDHSTF FS:' WS-FS-ORDHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF ORD-ORDER-QTY NOT NUMERIC
              MOVE 'BQTY' TO EXC-REASON-CODE
              MOVE 'NON-NUMERIC ORD-ORDER-QTY ON ORDTRAN'
              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           ELSE
              MOVE 'N'   TO WS-CUT-LINE-SW
                            WS-CUT-REJECT-SW
              MOVE ZEROS TO WS-CUT-PIECES-CUT
                            WS-SHORT-QTY

              IF ORD-CUT-LENGTH NUMERIC
                 AND ORD-CUT-LENGTH NOT EQUAL ZEROS
                 PERFORM P360-PREPARE-CUT THRU P360-PREPARE-CUT-EXIT
              END-IF

              IF NOT WS-CUT-REJECTED
                 PERFORM P315-APPLY-ORDER
                 THRU    P315-APPLY-ORDER-EXIT
              END-IF
           END-IF
           .

                      MOVE 'N' TO WS-PARENT-IS-KIT-SW
                   END-IF

                   IF WS-CUT-LINE
                      PERFORM P365-CUT-ORDER-LINE
                      THRU    P365-CUT-ORDER-LINE-EXIT
                   ELSE
                      PERFORM P320-RELIEVE-ON-HAND
                      THRU    P320-RELIEVE-ON-HAND-EXIT
                   END-IF

                   ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
                      GIVING WS-JRN-AFTER

                   IF WS-SHIP-QTY GREATER ZERO
                      OR WS-CUT-PIECES-CUT GREATER ZERO
                      PERFORM P345-WRITE-SHIP-LINE
                      THRU    P345-WRITE-SHIP-LINE-EXIT
                   END-IF

                   MOVE STOCK-DEFAULT-UNIT-PRICE TO WS-JRN-PRICE
                   MOVE STOCK-CLASS-CODE         TO WS-JRN-CLASS

                   IF NOT WS-CUT-LINE
                      AND WS-SHORT-QTY GREATER ZERO
                      PERFORM P370-COVER-SHORTFALL
                      THRU    P370-COVER-SHORTFALL-EXIT
                   END-IF

                   MOVE SPACES        TO REC-STOCK-JOURNAL
                   MOVE 'S'           TO SJ-TXN-TYPE
                   MOVE ORD-ITEM-ID   TO SJ-ITEM-ID
                   MOVE WS-JRN-AFTER  TO SJ-OH-AFTER
                   MOVE 'P'           TO SJ-DISP

                   COMPUTE SJ-MOVE-VALUE ROUNDED =
                      WS-SHIP-QTY * WS-JRN-PRICE
                   MOVE WS-JRN-CLASS  TO SJ-CLASS-CODE

                   PERFORM P940-WRITE-JOURNAL
                   THRU    P940-WRITE-JOURNAL-EXIT

                   IF WS-PARENT-IS-KIT
                      AND NOT WS-BOMF-OFF
                      AND NOT WS-CUT-LINE
                      AND WS-SHIP-QTY GREATER ZERO
                      PERFORM P800-EXPLODE-KIT
                      THRU    P800-EXPLODE-KIT-EXIT
       P315-APPLY-ORDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * With a confirmation deck the line ships what the floor picked,
      * never more than on hand; the rest of the order is left in
      * WS-SHORT-QTY for P370-COVER-SHORTFALL. Stock sitting in
      * receiving inspection is on hand but not free to ship.
      *-----------------------------------------------------------------
       P320-RELIEVE-ON-HAND.

           ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
              GIVING WS-ON-HAND-TOTAL

           PERFORM P322-LESS-QC-HELD THRU P322-LESS-QC-HELD-EXIT

           MOVE ORD-ORDER-QTY TO WS-PICK-QTY
           MOVE 'N'           TO WS-PICK-CONFIRMED-SW

           IF NOT WS-PICKCNF-OFF
              PERFORM P350-TAKE-PICK-CARDS
              THRU    P350-TAKE-PICK-CARDS-EXIT
           END-IF

           IF WS-PICK-QTY GREATER WS-ON-HAND-TOTAL
              MOVE WS-ON-HAND-TOTAL TO WS-PICK-QTY
           END-IF

           IF ORD-ORDER-QTY GREATER WS-PICK-QTY
              SUBTRACT WS-PICK-QTY FROM ORD-ORDER-QTY
                 GIVING WS-SHORT-QTY

              MOVE WS-PICK-QTY TO WS-SHIP-QTY

              IF WS-SHIP-QTY GREATER ZERO
                 PERFORM P325-DRAW-DOWN-ON-HAND
       P320-RELIEVE-ON-HAND-EXIT.
           EXIT.

       P350-TAKE-PICK-CARDS.

           MOVE 'Y'           TO WS-PICK-CONFIRMED-SW
           MOVE ZEROS         TO WS-PICK-QTY
                                 WS-PLL-CNT
                                 WS-PCF-IX
           MOVE ORD-ORDER-QTY TO WS-PICK-NEED

           PERFORM P351-MATCH-PICK-CARD THRU P351-MATCH-PICK-CARD-EXIT
              UNTIL WS-PCF-IX NOT LESS WS-PCF-CNT
                 OR WS-PICK-NEED NOT GREATER ZERO
           .

       P350-TAKE-PICK-CARDS-EXIT.
           EXIT.

       P351-MATCH-PICK-CARD.

           ADD 1 TO WS-PCF-IX

           IF WS-PCF-ORDER (WS-PCF-IX) EQUAL ORD-ORDER-NO
              AND WS-PCF-ITEM (WS-PCF-IX) EQUAL ORD-ITEM-ID
              AND WS-PCF-TYPE (WS-PCF-IX) EQUAL ORD-RECORD-TYPE
              AND WS-PCF-LEFT (WS-PCF-IX) GREATER ZERO
              IF WS-PCF-LEFT (WS-PCF-IX) NOT GREATER WS-PICK-NEED
                 MOVE WS-PCF-LEFT (WS-PCF-IX) TO WS-PICK-TAKE
              ELSE
                 MOVE WS-PICK-NEED            TO WS-PICK-TAKE
              END-IF

              SUBTRACT WS-PICK-TAKE FROM WS-PCF-LEFT (WS-PCF-IX)
              SUBTRACT WS-PICK-TAKE FROM WS-PICK-NEED
              ADD      WS-PICK-TAKE TO   WS-PICK-QTY

              IF WS-PLL-CNT NOT LESS 100
                 DISPLAY 'PICK LOCATIONS FULL AT: ' ORD-ORDER-NO
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-PLL-CNT
              MOVE WS-PCF-LOC (WS-PCF-IX) TO WS-PLL-LOC (WS-PLL-CNT)
              MOVE WS-PICK-TAKE           TO WS-PLL-QTY (WS-PLL-CNT)
           END-IF
           .

       P351-MATCH-PICK-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Relieve each picked location by what came off it, in card
      * order, until the shipped quantity is spent.
      *-----------------------------------------------------------------
       P355-RELIEVE-PICK-LOC.

           ADD 1 TO WS-PLL-IX

           IF WS-PLL-QTY (WS-PLL-IX) NOT GREATER WS-PICK-LEFT
              MOVE WS-PLL-QTY (WS-PLL-IX) TO WS-PICK-TAKE
           ELSE
              MOVE WS-PICK-LEFT           TO WS-PICK-TAKE
           END-IF

           IF WS-PICK-TAKE GREATER ZERO
              IF WS-PLL-LOC (WS-PLL-IX) GREATER ZEROS
                 MOVE WS-PLL-LOC (WS-PLL-IX) TO WS-LOC-WORK
              ELSE
                 MOVE 1 TO WS-LOC-WORK
              END-IF

              MOVE ORD-ITEM-ID TO WS-LOC-WORK-ITEM

              SUBTRACT WS-PICK-TAKE FROM ZERO
                 GIVING WS-LOC-WORK-QTY

              PERFORM P600-ADJUST-LOCATION
              THRU    P600-ADJUST-LOCATION-EXIT

              SUBTRACT WS-PICK-TAKE FROM WS-PICK-LEFT
           END-IF
           .

       P355-RELIEVE-PICK-LOC-EXIT.
           EXIT.

       P340-CAPTURE-BACKORDER.

           MOVE SPACES          TO REC-BACKORDER
           MOVE WS-SHORT-QTY    TO BO-UNFILLED-QTY
           MOVE WS-RUN-DATE     TO BO-CAPTURE-DATE

           IF WS-CUT-LINE
              MOVE WS-CUT-LOCATION TO BO-LOCATION
              MOVE ORD-CUT-LENGTH  TO BO-CUT-LENGTH
           END-IF

           WRITE REC-BACKORDER
           END-WRITE

       P340-CAPTURE-BACKORDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * What shipped goes to the invoicing run. Written ahead of the
      * journal row, so a RESTART that skips the line has already
      * billed it.
      *-----------------------------------------------------------------
       P345-WRITE-SHIP-LINE.

           MOVE SPACES          TO REC-SHIP-LINE
           MOVE ORD-ORDER-NO    TO SHL-ORDER-NO
           MOVE ORD-ITEM-ID     TO SHL-ITEM-ID
           MOVE ORD-RECORD-TYPE TO SHL-RECORD-TYPE
           MOVE WS-SHIP-QTY     TO SHL-SHIP-QTY
           MOVE WS-RUN-DATE     TO SHL-SHIP-DATE
           MOVE 'O'             TO SHL-SOURCE

           IF WS-SUBST-DRAW
              MOVE STOCK-ITEM-ID TO SHL-ITEM-ID
           END-IF

           IF WS-CUT-LINE
              MOVE WS-CUT-PIECES-CUT TO SHL-SHIP-QTY
           END-IF
           MOVE ZEROS           TO SHL-HELD-SINCE

           WRITE REC-SHIP-LINE
           END-WRITE

           IF WS-FS-SHIPLNF NOT EQUAL '00'
              DISPLAY 'WRITE SHIPLNF FS:' WS-FS-SHIPLNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-SHIP-LINES
           .

       P345-WRITE-SHIP-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A cut line needs the item stocked by length and a cut no longer
      * than the stock length; anything else rejects whole.
      *-----------------------------------------------------------------
       P360-PREPARE-CUT.

           MOVE ORD-ITEM-ID      TO WS-CUT-ITEM
           MOVE ORD-CUT-FEET     TO WS-CUT-FEET
           MOVE ORD-CUT-INCH     TO WS-CUT-INCH
           MOVE ORD-CUT-FRAC-NUM TO WS-CUT-FRAC-NUM
           MOVE ORD-CUT-FRAC-DEN TO WS-CUT-FRAC-DEN

           PERFORM P966-CONVERT-LENGTH THRU P966-CONVERT-LENGTH-EXIT

           MOVE WS-CUT-INCHES    TO WS-CUT-LENGTH

           PERFORM P965-GET-STOCK-LENGTH
           THRU    P965-GET-STOCK-LENGTH-EXIT

           EVALUATE TRUE
           WHEN WS-CUT-STOCK-LENGTH EQUAL ZERO
              MOVE 'BLEN' TO EXC-REASON-CODE
              MOVE 'CUT LENGTH ON ITEM NOT STOCKED BY LENGTH'
              TO   EXC-REASON-TEXT
              MOVE REC-ORDTRAN TO EXC-INPUT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              MOVE 'Y' TO WS-CUT-REJECT-SW

           WHEN WS-CUT-LENGTH EQUAL ZERO
              OR WS-CUT-LENGTH GREATER WS-CUT-STOCK-LENGTH
              MOVE 'BLEN' TO EXC-REASON-CODE
              MOVE 'CUT LENGTH ZERO OR OVER THE STOCK LENGTH'
              TO   EXC-REASON-TEXT
              MOVE REC-ORDTRAN TO EXC-INPUT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              MOVE 'Y' TO WS-CUT-REJECT-SW

           WHEN OTHER
              MOVE 'Y' TO WS-CUT-LINE-SW
           END-EVALUATE
           .

       P360-PREPARE-CUT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * On-hand counts full stock lengths. The pieces come off
      * remnants first and then off full lengths; only the full
      * lengths opened leave on-hand, the lots and the location, and
      * the pieces that could not be cut backorder with their length.
      * Pick confirmation does not apply to a cut line.
      *-----------------------------------------------------------------
       P365-CUT-ORDER-LINE.

           ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
              GIVING WS-ON-HAND-TOTAL

           PERFORM P322-LESS-QC-HELD THRU P322-LESS-QC-HELD-EXIT

           IF ORD-LOCATION NUMERIC
              AND ORD-LOCATION GREATER ZEROS
              MOVE ORD-LOCATION TO WS-CUT-LOCATION
           ELSE
              MOVE 1 TO WS-CUT-LOCATION
           END-IF

           MOVE 'N'              TO WS-PICK-CONFIRMED-SW
           MOVE ORD-ORDER-NO     TO WS-CUT-ORDER-NO
           MOVE ORD-ORDER-QTY    TO WS-CUT-PIECES-WANTED
           MOVE WS-ON-HAND-TOTAL TO WS-CUT-LENGTHS-ON-HAND

           PERFORM P960-CUT-PIECES THRU P960-CUT-PIECES-EXIT

           ADD 1                    TO WS-CUT-LINES
           ADD WS-CUT-FROM-REMNANT  TO WS-REMNANTS-DRAWN
           ADD WS-CUT-REMNANTS-MADE TO WS-REMNANTS-CUT

           MOVE WS-CUT-LENGTHS-USED TO WS-SHIP-QTY

           IF WS-CUT-PIECES-CUT LESS ORD-ORDER-QTY
              SUBTRACT WS-CUT-PIECES-CUT FROM ORD-ORDER-QTY
                 GIVING WS-SHORT-QTY

              PERFORM P340-CAPTURE-BACKORDER
              THRU    P340-CAPTURE-BACKORDER-EXIT
           END-IF

           IF WS-SHIP-QTY GREATER ZERO
              PERFORM P325-DRAW-DOWN-ON-HAND
              THRU    P325-DRAW-DOWN-ON-HAND-EXIT
           ELSE
              IF WS-CUT-PIECES-CUT GREATER ZERO
                 ADD 1 TO WS-ORDERS-POSTED
              END-IF
           END-IF
           .

       P365-CUT-ORDER-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * What the old item could not ship comes off its replacement
      * (see SUPERSF.cpy) before anything backorders. The replacement
      * ships at the conversion ratio, as far as its own on-hand goes,
      * under a 'U' journal row naming the item it stands in for.
      * Whatever it cannot cover backorders against the item ordered.
      * A line shipped to a pick confirmation ships only what the
      * floor picked and is not substituted.
      *-----------------------------------------------------------------
       P370-COVER-SHORTFALL.

           MOVE WS-SHIP-QTY TO WS-SUB-SAVE-SHIP

           IF NOT WS-PICK-CONFIRMED
              MOVE ORD-ITEM-ID TO WS-SUP-OLD-ITEM
              MOVE WS-RUN-DATE TO WS-SUP-AS-OF-DATE

              PERFORM P975-FIND-REPLACEMENT
              THRU    P975-FIND-REPLACEMENT-EXIT

              IF WS-SUP-FOUND
                 PERFORM P375-SHIP-REPLACEMENT
                 THRU    P375-SHIP-REPLACEMENT-EXIT
              END-IF
           END-IF

           IF WS-SHORT-QTY GREATER ZERO
              PERFORM P340-CAPTURE-BACKORDER
              THRU    P340-CAPTURE-BACKORDER-EXIT
           END-IF

           MOVE WS-SUB-SAVE-SHIP TO WS-SHIP-QTY
           .

       P370-COVER-SHORTFALL-EXIT.
           EXIT.

       P375-SHIP-REPLACEMENT.

           MOVE SPACES          TO STOCK-KEY
           MOVE WS-SUP-NEW-ITEM TO STOCK-ITEM-ID
           MOVE ORD-RECORD-TYPE TO STOCK-RECORD-TYPE

           READ STOCKM
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF STOCK-LAYOUT-SAP
                   ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
                      GIVING WS-SUB-ON-HAND

                   MOVE WS-SUB-ON-HAND TO WS-ON-HAND-TOTAL

                   PERFORM P322-LESS-QC-HELD
                   THRU    P322-LESS-QC-HELD-EXIT

                   MOVE WS-ON-HAND-TOTAL TO WS-SUB-FREE

                   COMPUTE WS-SUB-WANTED ROUNDED =
                      WS-SHORT-QTY * WS-SUP-RATIO

                   IF WS-SUB-FREE GREATER ZERO
                      IF WS-SUB-WANTED NOT GREATER WS-SUB-FREE
                         MOVE WS-SUB-WANTED  TO WS-SHIP-QTY
                         MOVE WS-SHORT-QTY   TO WS-SUB-COVERED
                      ELSE
                         MOVE WS-SUB-FREE    TO WS-SHIP-QTY
                         COMPUTE WS-SUB-COVERED =
                            WS-SHIP-QTY / WS-SUP-RATIO
                      END-IF

                      MOVE WS-SUB-ON-HAND TO WS-SUB-BEFORE
                      MOVE 'Y'            TO WS-SUBST-DRAW-SW

                      PERFORM P325-DRAW-DOWN-ON-HAND
                      THRU    P325-DRAW-DOWN-ON-HAND-EXIT

                      PERFORM P345-WRITE-SHIP-LINE
                      THRU    P345-WRITE-SHIP-LINE-EXIT

                      MOVE 'N'            TO WS-SUBST-DRAW-SW

                      ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
                         GIVING WS-SUB-AFTER

                      MOVE SPACES         TO REC-STOCK-JOURNAL
                      MOVE 'U'            TO SJ-TXN-TYPE
                      MOVE STOCK-ITEM-ID  TO SJ-ITEM-ID
                      MOVE WS-SHIP-QTY    TO SJ-QTY
                      MOVE WS-SUB-BEFORE  TO SJ-OH-BEFORE
                      MOVE WS-SUB-AFTER   TO SJ-OH-AFTER
                      MOVE 'P'            TO SJ-DISP
                      MOVE ORD-ITEM-ID    TO SJ-SUBST-FOR-ITEM

                      COMPUTE SJ-MOVE-VALUE ROUNDED =
                         WS-SHIP-QTY * STOCK-DEFAULT-UNIT-PRICE
                      MOVE STOCK-CLASS-CODE TO SJ-CLASS-CODE

                      PERFORM P940-WRITE-JOURNAL
                      THRU    P940-WRITE-JOURNAL-EXIT

                      SUBTRACT WS-SUB-COVERED FROM WS-SHORT-QTY
                      ADD 1 TO WS-SUBSTITUTIONS
                   END-IF
                END-IF
           END-READ
           .

       P375-SHIP-REPLACEMENT-EXIT.
           EXIT.

       P325-DRAW-DOWN-ON-HAND.

           IF WS-SHIP-QTY NOT GREATER STOCK-OH-PRICED-QTY
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-SUBST-DRAW
              ADD 1 TO WS-ORDERS-POSTED
           END-IF

           MOVE STOCK-CLASS-CODE TO WS-SEARCH-CODE

                 FROM WS-CLASS-MOVE-VALUE (WS-FOUND-IDX)
           END-IF

           MOVE WS-SHIP-QTY   TO WS-LOT-RELIEF-LEFT
           MOVE STOCK-ITEM-ID TO WS-LOT-ITEM
           MOVE 'O'           TO WS-LOT-SOURCE

           PERFORM P330-RELIEVE-LOTS
           THRU    P330-RELIEVE-LOTS-EXIT

           IF WS-PICK-CONFIRMED
              MOVE WS-SHIP-QTY TO WS-PICK-LEFT
              MOVE ZEROS       TO WS-PLL-IX

              PERFORM P355-RELIEVE-PICK-LOC
              THRU    P355-RELIEVE-PICK-LOC-EXIT
                 UNTIL WS-PLL-IX NOT LESS WS-PLL-CNT
                    OR WS-PICK-LEFT NOT GREATER ZERO
           ELSE
              IF ORD-LOCATION NUMERIC
                 AND ORD-LOCATION GREATER ZEROS
                 MOVE ORD-LOCATION TO WS-LOC-WORK
              ELSE
                 MOVE 1 TO WS-LOC-WORK
              END-IF

              MOVE STOCK-ITEM-ID TO WS-LOC-WORK-ITEM

              SUBTRACT WS-SHIP-QTY FROM ZERO
                 GIVING WS-LOC-WORK-QTY

              PERFORM P600-ADJUST-LOCATION
              THRU    P600-ADJUST-LOCATION-EXIT
           END-IF
           .

       P325-DRAW-DOWN-ON-HAND-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Takes the item's lots on receiving-inspection hold off the
      * on-hand figure in WS-ON-HAND-TOTAL; the hold never drives the
      * free figure below zero.
      *-----------------------------------------------------------------
       P322-LESS-QC-HELD.

           MOVE STOCK-ITEM-ID TO WS-QCH-ITEM

           PERFORM P990-QC-HELD-QTY THRU P990-QC-HELD-QTY-EXIT

           SUBTRACT WS-QCH-QTY FROM WS-ON-HAND-TOTAL

           IF WS-ON-HAND-TOTAL LESS ZERO
              MOVE ZEROS TO WS-ON-HAND-TOTAL
           END-IF
           .

       P322-LESS-QC-HELD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One lot row per posted receipt. Two receipts of the same item
      * on the same day take successive sequence numbers -- the
      * duplicate-key status steps the sequence the same way SEENF
      * detects duplicates for the CLIENT loaders. Expiry is the
      * receipt day-count plus STOCK-SHELF-LIFE; an item with no
      * shelf life carries a zero expiry and never reports. A lot of
      * an item flagged STOCK-INSPECT-REQUIRED is booked on QC hold
      * from the receipt date until COBST52 disposes of it.
      *-----------------------------------------------------------------
       P230-CREATE-LOT.

              MOVE ZEROS TO LOT-EXPIRY-DAYNO
           END-IF

           MOVE SPACES TO LOT-HOLD-CODE
                          LOT-HOLD-REF
           MOVE ZEROS  TO LOT-HOLD-DATE

           IF STOCK-INSPECT-REQUIRED
              MOVE 'Q'              TO LOT-HOLD-CODE
              MOVE RCP-RECEIPT-DATE TO LOT-HOLD-DATE
              MOVE 'RECEIVING'      TO LOT-HOLD-REF

              ADD 1 TO WS-LOTS-QC-HELD
           END-IF

           MOVE 'Y' TO WS-LOT-DUP-SW

           PERFORM P231-WRITE-LOT THRU P231-WRITE-LOT-EXIT
      *-----------------------------------------------------------------
      * The caller names the item and the quantity in WS-LOT-ITEM
      * and WS-LOT-RELIEF-LEFT before the PERFORM -- shipments and
      * kit components relieve through the same walk, and WS-LOT-SOURCE
      * says which of the two the draw is logged as. A lot frozen for
      * a recall or held in receiving inspection is passed over.
      * Every draw is logged against the order line for the recall
      * trace (see LOTUSEF.cpy).
      *-----------------------------------------------------------------
       P330-RELIEVE-LOTS.

                   MOVE 'Y' TO WS-LOT-EOF-SW
                ELSE
                   IF LOT-QTY-REMAINING GREATER ZERO
                      AND NOT LOT-RECALL-FROZEN
                      AND NOT LOT-QC-HELD

                      IF LOT-QTY-REMAINING
                         NOT GREATER WS-LOT-RELIEF-LEFT
                         DISPLAY 'REWRITE STKLOTF FS:' WS-FS-STKLOTF
                         PERFORM P999-ERROR THRU P999-ERROR-EXIT
                      END-IF

                      PERFORM P335-WRITE-LOT-USE
                      THRU    P335-WRITE-LOT-USE-EXIT
                   END-IF
                END-IF
           END-READ
       P331-RELIEVE-NEXT-LOT-EXIT.
           EXIT.

       P335-WRITE-LOT-USE.

           MOVE SPACES           TO REC-LOT-USE
           MOVE LOT-ITEM-ID      TO LU-ITEM-ID
           MOVE LOT-RECEIPT-DATE TO LU-LOT-RECEIPT-DATE
           MOVE LOT-SEQ-NO       TO LU-LOT-SEQ-NO
           MOVE WS-LOT-TAKE      TO LU-QTY
           MOVE ORD-ORDER-NO     TO LU-ORDER-NO
           MOVE ORD-ITEM-ID      TO LU-ORDER-ITEM-ID
           MOVE WS-LOT-SOURCE    TO LU-SOURCE
           MOVE WS-RUN-DATE      TO LU-POST-DATE

           WRITE REC-LOT-USE
           END-WRITE

           IF WS-FS-LOTUSEF NOT EQUAL '00'
              DISPLAY 'WRITE LOTUSEF FS:' WS-FS-LOTUSEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-LOT-USE-ROWS
           .

       P335-WRITE-LOT-USE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Transfers move quantity between the item's location rows and
      * leave the pooled master buckets alone. A transfer for an item
      *-----------------------------------------------------------------
      * A transfer never moves the pooled buckets, so before equals
      * after; an item without the SAP layout has no buckets at all
      * and journals zeros. The value is what moved between
      * locations; the inventory total itself is unchanged.
      *-----------------------------------------------------------------
                   MOVE SPACES      TO REC-STOCK-JOURNAL
                   MOVE 'T'         TO SJ-TXN-TYPE
                          STOCK-OH-PRICED-QTY
                         GIVING SJ-OH-BEFORE
                      MOVE SJ-OH-BEFORE TO SJ-OH-AFTER
                      COMPUTE SJ-MOVE-VALUE ROUNDED =
                         XFR-QTY * STOCK-DEFAULT-UNIT-PRICE
                      MOVE STOCK-CLASS-CODE TO SJ-CLASS-CODE
                   ELSE
                      MOVE ZEROS TO SJ-OH-BEFORE SJ-OH-AFTER
                                    SJ-MOVE-VALUE
                   END-IF

                   MOVE 'P' TO SJ-DISP
                      MOVE WS-JRN-BEFORE TO SJ-OH-BEFORE
                      MOVE WS-JRN-AFTER  TO SJ-OH-AFTER
                      MOVE 'P'           TO SJ-DISP
                      MOVE WS-MOVE-VALUE TO SJ-MOVE-VALUE
                      MOVE STOCK-CLASS-CODE
                                         TO SJ-CLASS-CODE
                      MOVE RTN-DISPOSITION
                                         TO SJ-RETURN-DISP

                      PERFORM P940-WRITE-JOURNAL
                      THRU    P940-WRITE-JOURNAL-EXIT
                   MOVE WS-JRN-BEFORE      TO SJ-OH-BEFORE
                   MOVE WS-JRN-AFTER       TO SJ-OH-AFTER
                   MOVE 'P'                TO SJ-DISP
                   MOVE WS-COMP-VALUE      TO SJ-MOVE-VALUE
                   MOVE STOCK-CLASS-CODE   TO SJ-CLASS-CODE

                   PERFORM P940-WRITE-JOURNAL
                   THRU    P940-WRITE-JOURNAL-EXIT

                   MOVE WS-COMP-QTY        TO WS-LOT-RELIEF-LEFT
                   MOVE BOM-COMPONENT-ITEM TO WS-LOT-ITEM
                   MOVE 'K'                TO WS-LOT-SOURCE

                   PERFORM P330-RELIEVE-LOTS
                   THRU    P330-RELIEVE-LOTS-EXIT
           MOVE ZEROS       TO SJ-QTY
                               SJ-OH-BEFORE
                               SJ-OH-AFTER
                               SJ-MOVE-VALUE
           MOVE 'X'         TO SJ-DISP

           PERFORM P940-WRITE-JOURNAL
       P999-ERROR-EXIT.
           EXIT.

       COPY REMNTRT.

       COPY SUPRSRT.

       COPY QCHLDRT.

       COPY RPTWRT.
