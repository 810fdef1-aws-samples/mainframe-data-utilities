      * order desk -- and each line fills from whatever stock the
      * receipts brought in, relieving the on-hand buckets and the
      * receipt lots exactly as a nightly shipment would. What ships
      * reports and joins the night's shipped lines for invoicing;
      * what still waits carries forward to the next generation, the
      * same dated-generation pair COBKS15 uses for its work queue.
      * A backorder cut to length fills piece by piece through the
      * same remnant-first cut COBST10 uses (see REMNTRT.cpy).
      * A backorder for a superseded item fills from the old item's
      * stock first and then from its replacement (see SUPRSRT.cpy),
      * journalled as a 'U' row as COBST10 does for an order line.
      * What a backorder draws from its own item's stock journals as
      * an 'S' row, so the night's journal carries every movement
      * out of the pool.
      * Stock in lots on receiving-inspection hold is on hand but not
      * released against backorders (see QCHLDRT.cpy).
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST24.
                  RECORD KEY    IS LOT-KEY
                  FILE STATUS   IS WS-FS-STKLOTF.

           SELECT REMNTF   ASSIGN TO REMNTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RM-KEY
                  FILE STATUS   IS WS-FS-REMNTF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

      *-----------------------------------------------------------------
      * SHIPLNF is the night's shipped-line generation COBST10 opened;
      * released lines are appended to it for the invoicing run.
      *-----------------------------------------------------------------
           SELECT SHIPLNF  ASSIGN TO SHIPLNF
                  FILE STATUS IS WS-FS-SHIPLNF.

           SELECT STKJRNF  ASSIGN TO STKJRNF
                  FILE STATUS IS WS-FS-STKJRNF.

           SELECT SUPERSF  ASSIGN TO SUPERSF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SS-KEY
                  FILE STATUS   IS WS-FS-SUPERSF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY STKLOTF.

       FD  REMNTF.

       COPY REMNTF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F

       01  REC-REPORT-LINE               PIC  X(080).

       FD  SHIPLNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY SHIPLNF.

       FD  STKJRNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY STKJRNF.

       FD  SUPERSF.

       COPY SUPERSF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOTF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-SHIPLNF             PIC X(002) VALUE SPACES.
           05  WS-FS-REMNTF              PIC X(002) VALUE SPACES.
           05  WS-REMNANTS-DRAWN         PIC 9(009) VALUE ZEROS.
           05  WS-REMNANTS-CUT           PIC 9(009) VALUE ZEROS.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-FILLED                 PIC 9(009) VALUE ZEROS.
           05  WS-PART-FILLED            PIC 9(009) VALUE ZEROS.
           05  WS-LOT-TAKE               PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-LOT-ITEM               PIC X(009) VALUE SPACES.
           05  WS-FS-STKJRNF             PIC X(002) VALUE SPACES.
           05  WS-FS-SUPERSF             PIC X(002) VALUE SPACES.
           05  WS-SUBSTITUTED            PIC 9(009) VALUE ZEROS.
           05  WS-FILLED-QTY             PIC S9(008)V9(004)
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
           05  WS-JRN-BEFORE             PIC S9(008)V9(004)
                                          VALUE ZEROS.
           05  WS-JRN-AFTER              PIC S9(008)V9(004)
                                          VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

               88  WS-BACKIN-EOF             VALUE 'Y'.
           05  WS-LOT-EOF-SW             PIC X(001) VALUE 'N'.
               88  WS-LOT-EOF                VALUE 'Y'.
           05  WS-CUT-LINE-SW            PIC X(001) VALUE 'N'.
               88  WS-CUT-LINE               VALUE 'Y'.
           05  WS-SUBST-DRAW-SW          PIC X(001) VALUE 'N'.
               88  WS-SUBST-DRAW             VALUE 'Y'.

       01  WS-REL-LINE.
           05  WS-REL-DISP               PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-REL-WAITING            PIC -ZZZ,ZZ9.9999
                                          VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-REL-SUB-ITEM           PIC X(009) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
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

           DISPLAY 'COBST24 STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

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
              DISPLAY 'OPEN REMNTF  FS: ' WS-FS-REMNTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND SHIPLNF.

           IF WS-FS-SHIPLNF NOT EQUAL '00'
              DISPLAY 'OPEN SHIPLNF FS: ' WS-FS-SHIPLNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND STKJRNF.

           IF WS-FS-STKJRNF NOT EQUAL '00'
              DISPLAY 'OPEN STKJRNF FS: ' WS-FS-STKJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT SUPERSF.

           EVALUATE TRUE
           WHEN WS-FS-SUPERSF EQUAL '00'
              CONTINUE
           WHEN WS-FS-SUPERSF EQUAL '35'
              DISPLAY 'SUPERSF NOT DEFINED. NO SUBSTITUTION.'
              MOVE 'Y' TO WS-SUPERSF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN SUPERSF FS: ' WS-FS-SUPERSF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           MOVE 'BACKORDER RELEASE'
                                   TO WS-RPT-TITLE
           MOVE 'COBST24 '          TO WS-RPT-PROGRAM
                                   TO WS-COLUMN-HEADING (1:29)
           MOVE 'SHIPPED       WAITING'
                                   TO WS-COLUMN-HEADING (39:21)
           MOVE 'SUBST BY'          TO WS-COLUMN-HEADING (63:8)

           READ BACKIN
             AT END
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REMNTF.
           IF WS-FS-REMNTF NOT EQUAL '00'
              DISPLAY 'CLOSE REMNTF FS: ' WS-FS-REMNTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE SHIPLNF.
           IF WS-FS-SHIPLNF NOT EQUAL '00'
              DISPLAY 'CLOSE SHIPLNF FS:' WS-FS-SHIPLNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STKJRNF.
           IF WS-FS-STKJRNF NOT EQUAL '00'
              DISPLAY 'CLOSE STKJRNF FS:' WS-FS-STKJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-SUPERSF-OFF
              CLOSE SUPERSF

              IF WS-FS-SUPERSF NOT EQUAL '00'
                 DISPLAY 'CLOSE SUPERSF FS:' WS-FS-SUPERSF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'BACKORDERS READ...: ' WS-READ.
           DISPLAY 'FILLED WHOLE......: ' WS-FILLED.
           DISPLAY 'FILLED IN PART....: ' WS-PART-FILLED.
           DISPLAY 'CARRIED FORWARD...: ' WS-CARRIED.
           DISPLAY 'REMNANTS DRAWN....: ' WS-REMNANTS-DRAWN.
           DISPLAY 'REMNANTS CUT......: ' WS-REMNANTS-CUT.
           DISPLAY 'SUBSTITUTED.......: ' WS-SUBSTITUTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST24 FINISHED'.
           MOVE BO-ITEM-ID     TO WS-REL-ITEM
           MOVE BO-ORDER-NO    TO WS-REL-ORDER

           MOVE 'N'            TO WS-CUT-LINE-SW

           IF BO-CUT-LENGTH NUMERIC
              AND BO-CUT-LENGTH NOT EQUAL ZEROS
              PERFORM P340-PREPARE-CUT THRU P340-PREPARE-CUT-EXIT
           END-IF

           MOVE SPACES         TO STOCK-KEY
           MOVE BO-ITEM-ID     TO STOCK-ITEM-ID
           MOVE BO-RECORD-TYPE TO STOCK-RECORD-TYPE
                   PERFORM P400-CARRY-FORWARD
                   THRU    P400-CARRY-FORWARD-EXIT
                ELSE
                   IF WS-CUT-LINE
                      PERFORM P350-FILL-CUT-LINE
                      THRU    P350-FILL-CUT-LINE-EXIT
                   ELSE
                      PERFORM P300-FILL-FROM-STOCK
                      THRU    P300-FILL-FROM-STOCK-EXIT
                   END-IF
                END-IF
           END-READ

       P200-RELEASE-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The old item's own stock goes first; what it cannot cover
      * comes off its replacement, if it has one, before the line
      * waits. SHIPPED is what the line took from the old item plus
      * what the replacement covered, in the old item's units.
      *-----------------------------------------------------------------
       P300-FILL-FROM-STOCK.

           ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
              GIVING WS-ON-HAND-TOTAL

           PERFORM P305-LESS-QC-HELD THRU P305-LESS-QC-HELD-EXIT

           MOVE ZEROS TO WS-FILLED-QTY

           IF WS-ON-HAND-TOTAL GREATER ZERO
              IF BO-UNFILLED-QTY NOT GREATER WS-ON-HAND-TOTAL
                 MOVE BO-UNFILLED-QTY  TO WS-SHIP-QTY
              ELSE
                 MOVE WS-ON-HAND-TOTAL TO WS-SHIP-QTY
              END-IF

              PERFORM P310-DRAW-DOWN
              THRU    P310-DRAW-DOWN-EXIT

              PERFORM P320-WRITE-SHIP-LINE
              THRU    P320-WRITE-SHIP-LINE-EXIT

              SUBTRACT WS-SHIP-QTY FROM BO-UNFILLED-QTY
              ADD      WS-SHIP-QTY TO   WS-FILLED-QTY
           END-IF

           IF BO-UNFILLED-QTY GREATER ZERO
              PERFORM P360-SUBSTITUTE THRU P360-SUBSTITUTE-EXIT
           END-IF

           IF WS-FILLED-QTY GREATER ZERO
              MOVE WS-FILLED-QTY TO WS-REL-SHIPPED
           END-IF

           EVALUATE TRUE
           WHEN BO-UNFILLED-QTY NOT GREATER ZERO
              MOVE 'SHIPPED ' TO WS-REL-DISP

              ADD 1 TO WS-FILLED

           WHEN WS-FILLED-QTY GREATER ZERO
              MOVE 'PARTIAL ' TO WS-REL-DISP
              MOVE BO-UNFILLED-QTY TO WS-REL-WAITING

              ADD 1 TO WS-PART-FILLED

              PERFORM P400-CARRY-FORWARD
              THRU    P400-CARRY-FORWARD-EXIT

           WHEN OTHER
              MOVE 'WAITING ' TO WS-REL-DISP
              MOVE BO-UNFILLED-QTY TO WS-REL-WAITING

              PERFORM P400-CARRY-FORWARD
              THRU    P400-CARRY-FORWARD-EXIT
           END-EVALUATE
       P300-FILL-FROM-STOCK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Takes the item's lots on receiving-inspection hold off the
      * on-hand figure in WS-ON-HAND-TOTAL, never below zero.
      *-----------------------------------------------------------------
       P305-LESS-QC-HELD.

           MOVE STOCK-ITEM-ID TO WS-QCH-ITEM

           PERFORM P990-QC-HELD-QTY THRU P990-QC-HELD-QTY-EXIT

           SUBTRACT WS-QCH-QTY FROM WS-ON-HAND-TOTAL

           IF WS-ON-HAND-TOTAL LESS ZERO
              MOVE ZEROS TO WS-ON-HAND-TOTAL
           END-IF
           .

       P305-LESS-QC-HELD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The same priced-first draw-down and oldest-first lot relief
      * a nightly COBST10 shipment applies.
      *-----------------------------------------------------------------
       P310-DRAW-DOWN.

           ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
              GIVING WS-JRN-BEFORE

           IF WS-SHIP-QTY NOT GREATER STOCK-OH-PRICED-QTY
              SUBTRACT WS-SHIP-QTY FROM STOCK-OH-PRICED-QTY
           ELSE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-SUBST-DRAW
              PERFORM P315-JOURNAL-RELEASE
              THRU    P315-JOURNAL-RELEASE-EXIT
           END-IF

           PERFORM P330-RELIEVE-LOTS
           THRU    P330-RELIEVE-LOTS-EXIT
           .
       P310-DRAW-DOWN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A release from the backordered item's own stock is a shipment
      * like any other; a replacement's draw journals as its 'U' row.
      *-----------------------------------------------------------------
       P315-JOURNAL-RELEASE.

           ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
              GIVING WS-JRN-AFTER

           MOVE SPACES           TO REC-STOCK-JOURNAL
           MOVE 'S'              TO SJ-TXN-TYPE
           MOVE STOCK-ITEM-ID    TO SJ-ITEM-ID
           MOVE WS-SHIP-QTY      TO SJ-QTY
           MOVE WS-JRN-BEFORE    TO SJ-OH-BEFORE
           MOVE WS-JRN-AFTER     TO SJ-OH-AFTER
           MOVE WS-RUN-DATE      TO SJ-POST-DATE
           MOVE 'P'              TO SJ-DISP
           MOVE WS-MOVE-VALUE    TO SJ-MOVE-VALUE
           MOVE STOCK-CLASS-CODE TO SJ-CLASS-CODE

           WRITE REC-STOCK-JOURNAL
           END-WRITE

           IF WS-FS-STKJRNF NOT EQUAL '00'
              DISPLAY 'WRITE STKJRNF FS:' WS-FS-STKJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P315-JOURNAL-RELEASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The replacement ships at the conversion ratio as far as its
      * own on-hand goes, on the backorder's order number, with a 'U'
      * journal row naming the item it stands in for.
      *-----------------------------------------------------------------
       P360-SUBSTITUTE.

           MOVE BO-ITEM-ID  TO WS-SUP-OLD-ITEM
           MOVE WS-RUN-DATE TO WS-SUP-AS-OF-DATE

           PERFORM P975-FIND-REPLACEMENT
           THRU    P975-FIND-REPLACEMENT-EXIT

           IF WS-SUP-FOUND
              MOVE SPACES          TO STOCK-KEY
              MOVE WS-SUP-NEW-ITEM TO STOCK-ITEM-ID
              MOVE BO-RECORD-TYPE  TO STOCK-RECORD-TYPE

              READ STOCKM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF STOCK-LAYOUT-SAP
                      PERFORM P365-SHIP-REPLACEMENT
                      THRU    P365-SHIP-REPLACEMENT-EXIT
                   END-IF
              END-READ
           END-IF
           .

       P360-SUBSTITUTE-EXIT.
           EXIT.

       P365-SHIP-REPLACEMENT.

           ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
              GIVING WS-SUB-ON-HAND

           MOVE WS-SUB-ON-HAND TO WS-ON-HAND-TOTAL

           PERFORM P305-LESS-QC-HELD THRU P305-LESS-QC-HELD-EXIT

           MOVE WS-ON-HAND-TOTAL TO WS-SUB-FREE

           COMPUTE WS-SUB-WANTED ROUNDED =
              BO-UNFILLED-QTY * WS-SUP-RATIO

           IF WS-SUB-FREE GREATER ZERO
              IF WS-SUB-WANTED NOT GREATER WS-SUB-FREE
                 MOVE WS-SUB-WANTED   TO WS-SHIP-QTY
                 MOVE BO-UNFILLED-QTY TO WS-SUB-COVERED
              ELSE
                 MOVE WS-SUB-FREE     TO WS-SHIP-QTY
                 COMPUTE WS-SUB-COVERED =
                    WS-SHIP-QTY / WS-SUP-RATIO
              END-IF

              MOVE WS-SUB-ON-HAND TO WS-SUB-BEFORE
              MOVE 'Y'            TO WS-SUBST-DRAW-SW

              PERFORM P310-DRAW-DOWN
              THRU    P310-DRAW-DOWN-EXIT

              PERFORM P320-WRITE-SHIP-LINE
              THRU    P320-WRITE-SHIP-LINE-EXIT

              MOVE 'N'            TO WS-SUBST-DRAW-SW

              ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
                 GIVING WS-SUB-AFTER

              MOVE SPACES         TO REC-STOCK-JOURNAL
              MOVE 'U'            TO SJ-TXN-TYPE
              MOVE STOCK-ITEM-ID  TO SJ-ITEM-ID
              MOVE WS-SHIP-QTY    TO SJ-QTY
              MOVE WS-SUB-BEFORE  TO SJ-OH-BEFORE
              MOVE WS-SUB-AFTER   TO SJ-OH-AFTER
              MOVE WS-RUN-DATE    TO SJ-POST-DATE
              MOVE 'P'            TO SJ-DISP
              MOVE BO-ITEM-ID     TO SJ-SUBST-FOR-ITEM

              COMPUTE SJ-MOVE-VALUE ROUNDED =
                 WS-SHIP-QTY * STOCK-DEFAULT-UNIT-PRICE
              MOVE STOCK-CLASS-CODE TO SJ-CLASS-CODE

              WRITE REC-STOCK-JOURNAL
              END-WRITE

              IF WS-FS-STKJRNF NOT EQUAL '00'
                 DISPLAY 'WRITE STKJRNF FS:' WS-FS-STKJRNF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              SUBTRACT WS-SUB-COVERED FROM BO-UNFILLED-QTY
              ADD      WS-SUB-COVERED TO   WS-FILLED-QTY
              MOVE     STOCK-ITEM-ID  TO   WS-REL-SUB-ITEM

              ADD 1 TO WS-SUBSTITUTED
           END-IF
           .

       P365-SHIP-REPLACEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The stock length comes off the item-user record of the pair
      * before the on-hand record is read. A cut that no longer fits
      * the item (length dropped or shortened) waits, as a line with
      * no on-hand fields does.
      *-----------------------------------------------------------------
       P340-PREPARE-CUT.

           MOVE BO-ITEM-ID      TO WS-CUT-ITEM
           MOVE BO-CUT-FEET     TO WS-CUT-FEET
           MOVE BO-CUT-INCH     TO WS-CUT-INCH
           MOVE BO-CUT-FRAC-NUM TO WS-CUT-FRAC-NUM
           MOVE BO-CUT-FRAC-DEN TO WS-CUT-FRAC-DEN

           PERFORM P966-CONVERT-LENGTH THRU P966-CONVERT-LENGTH-EXIT

           MOVE WS-CUT-INCHES   TO WS-CUT-LENGTH

           PERFORM P965-GET-STOCK-LENGTH
           THRU    P965-GET-STOCK-LENGTH-EXIT

           MOVE 'Y' TO WS-CUT-LINE-SW
           .

       P340-PREPARE-CUT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Pieces owed come off remnants first, then off full lengths as
      * on-hand allows; only the full lengths opened are drawn down.
      *-----------------------------------------------------------------
       P350-FILL-CUT-LINE.

           ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
              GIVING WS-ON-HAND-TOTAL

           PERFORM P305-LESS-QC-HELD THRU P305-LESS-QC-HELD-EXIT

           IF WS-CUT-STOCK-LENGTH EQUAL ZERO
              OR WS-CUT-LENGTH GREATER WS-CUT-STOCK-LENGTH
              MOVE 'NO LNGTH' TO WS-REL-DISP
              MOVE BO-UNFILLED-QTY TO WS-REL-WAITING

              PERFORM P400-CARRY-FORWARD
              THRU    P400-CARRY-FORWARD-EXIT
           ELSE
              IF BO-LOCATION NUMERIC
                 AND BO-LOCATION GREATER ZEROS
                 MOVE BO-LOCATION TO WS-CUT-LOCATION
              ELSE
                 MOVE 1 TO WS-CUT-LOCATION
              END-IF

              MOVE BO-ORDER-NO      TO WS-CUT-ORDER-NO
              MOVE BO-UNFILLED-QTY  TO WS-CUT-PIECES-WANTED
              MOVE WS-ON-HAND-TOTAL TO WS-CUT-LENGTHS-ON-HAND

              PERFORM P960-CUT-PIECES THRU P960-CUT-PIECES-EXIT

              ADD WS-CUT-FROM-REMNANT  TO WS-REMNANTS-DRAWN
              ADD WS-CUT-REMNANTS-MADE TO WS-REMNANTS-CUT

              MOVE WS-CUT-LENGTHS-USED TO WS-SHIP-QTY

              IF WS-SHIP-QTY GREATER ZERO
                 PERFORM P310-DRAW-DOWN
                 THRU    P310-DRAW-DOWN-EXIT
              END-IF

              IF WS-CUT-PIECES-CUT GREATER ZERO
                 PERFORM P320-WRITE-SHIP-LINE
                 THRU    P320-WRITE-SHIP-LINE-EXIT

                 MOVE WS-CUT-PIECES-CUT TO WS-REL-SHIPPED
              END-IF

              EVALUATE TRUE
              WHEN WS-CUT-PIECES-CUT EQUAL ZERO
                 MOVE 'WAITING ' TO WS-REL-DISP
                 MOVE BO-UNFILLED-QTY TO WS-REL-WAITING

                 PERFORM P400-CARRY-FORWARD
                 THRU    P400-CARRY-FORWARD-EXIT

              WHEN WS-CUT-PIECES-CUT NOT LESS BO-UNFILLED-QTY
                 MOVE 'SHIPPED ' TO WS-REL-DISP

                 ADD 1 TO WS-FILLED

              WHEN OTHER
                 SUBTRACT WS-CUT-PIECES-CUT FROM BO-UNFILLED-QTY

                 MOVE 'PARTIAL ' TO WS-REL-DISP
                 MOVE BO-UNFILLED-QTY TO WS-REL-WAITING

                 ADD 1 TO WS-PART-FILLED

                 PERFORM P400-CARRY-FORWARD
                 THRU    P400-CARRY-FORWARD-EXIT
              END-EVALUATE
           END-IF
           .

       P350-FILL-CUT-LINE-EXIT.
           EXIT.

       P320-WRITE-SHIP-LINE.

           MOVE SPACES         TO REC-SHIP-LINE
           MOVE BO-ORDER-NO    TO SHL-ORDER-NO
           MOVE BO-ITEM-ID     TO SHL-ITEM-ID
           MOVE BO-RECORD-TYPE TO SHL-RECORD-TYPE
           MOVE WS-SHIP-QTY    TO SHL-SHIP-QTY
           MOVE WS-RUN-DATE    TO SHL-SHIP-DATE
           MOVE 'B'            TO SHL-SOURCE

           IF WS-SUBST-DRAW
              MOVE STOCK-ITEM-ID TO SHL-ITEM-ID
           END-IF

           IF WS-CUT-LINE
              MOVE WS-CUT-PIECES-CUT TO SHL-SHIP-QTY
           END-IF
           MOVE ZEROS          TO SHL-HELD-SINCE

           WRITE REC-SHIP-LINE
           END-WRITE

           IF WS-FS-SHIPLNF NOT EQUAL '00'
              DISPLAY 'WRITE SHIPLNF FS:' WS-FS-SHIPLNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P320-WRITE-SHIP-LINE-EXIT.
           EXIT.

       P330-RELIEVE-LOTS.

           MOVE WS-SHIP-QTY   TO WS-LOT-RELIEF-LEFT
           MOVE STOCK-ITEM-ID TO WS-LOT-ITEM

           MOVE SPACES        TO LOT-KEY
           MOVE STOCK-ITEM-ID TO LOT-ITEM-ID
           MOVE ZEROS         TO LOT-RECEIPT-DATE
                                 LOT-SEQ-NO

                   MOVE 'Y' TO WS-LOT-EOF-SW
                ELSE
                   IF LOT-QTY-REMAINING GREATER ZERO
                      AND NOT LOT-QC-HELD

                      IF LOT-QTY-REMAINING
                         NOT GREATER WS-LOT-RELIEF-LEFT
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'SUBSTITUTED'       TO WS-RPT-CNT-LABEL
           MOVE WS-SUBSTITUTED      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P900-WRITE-TOTALS-EXIT.
       P999-ERROR-EXIT.
           EXIT.

       COPY REMNTRT.

       COPY SUPRSRT.

       COPY QCHLDRT.

       COPY RPTWRT.
