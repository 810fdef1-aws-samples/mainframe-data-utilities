      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Lot recall trace. The request card names an item and either
      * one receipt lot or a range of receipt dates; every STKLOTF
      * lot it covers is listed with what is still on hand to pull
      * into quarantine, then every order that received stock from
      * those lots, from the lot-consumption generations COBST10
      * writes (see LOTUSEF.cpy), with the quantity each drew.
      *
      * The same card freezes the covered lots against further
      * picking (LOT-HOLD-CODE 'R', see STKLOTF.cpy) or lifts a
      * freeze once the recall is closed. A trace-only card changes
      * nothing. A lot still on receiving-inspection hold ('Q') is
      * already out of picking and keeps that hold -- it lists as IN
      * INSPECTION for QC to reject or scrap through COBST52.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST42.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT STKLOTF  ASSIGN TO STKLOTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LOT-KEY
                  FILE STATUS   IS WS-FS-STKLOTF.

           SELECT LOTUSEF  ASSIGN TO LOTUSEF
                  FILE STATUS IS WS-FS-LOTUSEF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  STKLOTF.

       COPY STKLOTF.

       FD  LOTUSEF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY LOTUSEF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-STKLOTF             PIC X(002) VALUE SPACES.
           05  WS-FS-LOTUSEF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-USE-READ               PIC 9(009) VALUE ZEROS.
           05  WS-LOTS-FROZEN            PIC 9(009) VALUE ZEROS.
           05  WS-LOTS-RELEASED          PIC 9(009) VALUE ZEROS.
           05  WS-RCV-TOTAL              PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-SHIP-TOTAL             PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ONHAND-TOTAL           PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-RLT-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-RLT-FOUND-IDX          PIC 9(004) VALUE ZEROS.
           05  WS-RUS-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-ROR-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-ROR-FOUND-IDX          PIC 9(004) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Request card (SYSIN).
      *   Col  1     mode: 'L' = one receipt lot,
      *                    'R' = range of receipt dates
      *   Cols 2-10  item ID
      *   Cols 11-18 receipt date YYYYMMDD  (mode L)
      *   Cols 19-21 lot sequence number    (mode L)
      *   Cols 11-18 from date YYYYMMDD     (mode R)
      *   Cols 19-26 to date   YYYYMMDD     (mode R)
      *   Col  27    action: 'F' = freeze the lots, 'U' = lift the
      *              freeze, blank = trace only
      *   Cols 28-37 recall reference (required to freeze)
      *-----------------------------------------------------------------
       01  WS-REQUEST-CARD.
           05  WS-REQ-MODE               PIC X(001).
               88  WS-MODE-LOT               VALUE 'L'.
               88  WS-MODE-RANGE             VALUE 'R'.
           05  WS-REQ-ITEM-ID            PIC X(009).
           05  WS-REQ-DETAIL             PIC X(016).
           05  WS-REQ-LOT REDEFINES WS-REQ-DETAIL.
               10  WS-REQ-LOT-DATE       PIC 9(008).
               10  WS-REQ-LOT-SEQ        PIC 9(003).
               10  FILLER                PIC X(005).
           05  WS-REQ-RANGE REDEFINES WS-REQ-DETAIL.
               10  WS-REQ-FROM-DATE      PIC 9(008).
               10  WS-REQ-TO-DATE        PIC 9(008).
           05  WS-REQ-ACTION             PIC X(001).
               88  WS-ACTION-FREEZE          VALUE 'F'.
               88  WS-ACTION-RELEASE         VALUE 'U'.
               88  WS-ACTION-TRACE           VALUE SPACE.
           05  WS-REQ-REFERENCE          PIC X(010).
           05  FILLER                    PIC X(043).

       01  WS-SELECT-RANGE.
           05  WS-SEL-FROM-DATE          PIC 9(008) VALUE ZEROS.
           05  WS-SEL-TO-DATE            PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * The lots the card covers, in receipt order.
      *-----------------------------------------------------------------
       01  WS-RLT-TABLE.
           05  WS-RLT-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-RLT-ENTRY OCCURS 500 TIMES.
               10  WS-RLT-DATE           PIC 9(008).
               10  WS-RLT-SEQ            PIC 9(003).
               10  WS-RLT-RECEIVED       PIC S9(007)V9(004).
               10  WS-RLT-REMAINING      PIC S9(007)V9(004).
               10  WS-RLT-SHIPPED        PIC S9(009)V9(004).
               10  WS-RLT-STATUS         PIC X(014).

      *-----------------------------------------------------------------
      * Every consumption row against a covered lot, in the order the
      * generations were written.
      *-----------------------------------------------------------------
       01  WS-RUS-TABLE.
           05  WS-RUS-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-RUS-ENTRY OCCURS 5000 TIMES.
               10  WS-RUS-ORDER-NO       PIC X(010).
               10  WS-RUS-ORDER-ITEM     PIC X(009).
               10  WS-RUS-SOURCE         PIC X(001).
               10  WS-RUS-LOT-DATE       PIC 9(008).
               10  WS-RUS-LOT-SEQ        PIC 9(003).
               10  WS-RUS-QTY            PIC 9(007)V9(004).
               10  WS-RUS-POST-DATE      PIC 9(008).

      *-----------------------------------------------------------------
      * Distinct orders reached, for the customer-contact count.
      *-----------------------------------------------------------------
       01  WS-ROR-TABLE.
           05  WS-ROR-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-ROR-ORDER-NO           PIC X(010)
                                         OCCURS 5000 TIMES.

       01  WS-SWITCHES.
           05  WS-LOT-EOF-SW             PIC X(001) VALUE 'N'.
               88  WS-LOT-EOF                VALUE 'Y'.
           05  WS-USE-EOF-SW             PIC X(001) VALUE 'N'.
               88  WS-USE-EOF                VALUE 'Y'.
           05  WS-LOTUSEF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-LOTUSEF-OFF            VALUE 'Y'.

       01  WS-RLT-LINE.
           05  WS-RLL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RLL-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-RLL-DASH               PIC X(001) VALUE '-'.
           05  WS-RLL-SEQ                PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RLL-RECEIVED           PIC -ZZZ,ZZ9.9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RLL-SHIPPED            PIC -ZZZ,ZZ9.9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RLL-ONHAND             PIC -ZZZ,ZZ9.9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RLL-STATUS             PIC X(014) VALUE SPACES.

       01  WS-RUS-LINE.
           05  WS-RUL-ORDER-NO           PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RUL-ORDER-ITEM         PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RUL-SOURCE             PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RUL-LOT-DATE           PIC 9(008) VALUE ZEROS.
           05  WS-RUL-DASH               PIC X(001) VALUE '-'.
           05  WS-RUL-LOT-SEQ            PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RUL-QTY                PIC -ZZZ,ZZ9.9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RUL-POST-DATE          PIC 9(008) VALUE ZEROS.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

       01  WS-RPT-QTY-LINE.
           05  WS-RPT-QTY-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-QTY-VALUE          PIC -ZZZ,ZZZ,ZZ9.9
                                          VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST42 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-REQUEST-CARD FROM SYSIN.

           PERFORM P050-CHECK-CARD THRU P050-CHECK-CARD-EXIT

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           PERFORM P200-SELECT-LOTS THRU P200-SELECT-LOTS-EXIT

           IF NOT WS-LOTUSEF-OFF
              PERFORM P300-TRACE-SHIPMENTS
              THRU    P300-TRACE-SHIPMENTS-EXIT
           END-IF

           PERFORM P500-PRINT-LOTS THRU P500-PRINT-LOTS-EXIT

           PERFORM P600-PRINT-ORDERS THRU P600-PRINT-ORDERS-EXIT

           PERFORM P700-PRINT-TOTALS THRU P700-PRINT-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'LOTS COVERED......: ' WS-RLT-CNT.
           DISPLAY 'LOTS FROZEN.......: ' WS-LOTS-FROZEN.
           DISPLAY 'LOTS RELEASED.....: ' WS-LOTS-RELEASED.
           DISPLAY 'LOT DRAWS READ....: ' WS-USE-READ.
           DISPLAY 'DRAWS TRACED......: ' WS-RUS-CNT.
           DISPLAY 'ORDERS REACHED....: ' WS-ROR-CNT.
           DISPLAY '--------------------'.

           DISPLAY 'COBST42 FINISHED'.

           STOP RUN.

       P050-CHECK-CARD.

           IF NOT WS-MODE-LOT AND NOT WS-MODE-RANGE
              DISPLAY 'INVALID MODE ON REQUEST CARD: ' WS-REQ-MODE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-REQ-ITEM-ID EQUAL SPACES
              DISPLAY 'BLANK ITEM-ID ON REQUEST CARD'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-MODE-LOT
              AND (WS-REQ-LOT-DATE NOT NUMERIC
                 OR WS-REQ-LOT-SEQ NOT NUMERIC)
              DISPLAY 'INVALID LOT ON REQUEST CARD'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-MODE-RANGE
              AND (WS-REQ-FROM-DATE NOT NUMERIC
                 OR WS-REQ-TO-DATE NOT NUMERIC
                 OR WS-REQ-FROM-DATE GREATER WS-REQ-TO-DATE)
              DISPLAY 'INVALID DATE RANGE ON REQUEST CARD'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-ACTION-FREEZE
              AND NOT WS-ACTION-RELEASE
              AND NOT WS-ACTION-TRACE
              DISPLAY 'INVALID ACTION ON REQUEST CARD: '
                       WS-REQ-ACTION
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-ACTION-FREEZE
              AND WS-REQ-REFERENCE EQUAL SPACES
              DISPLAY 'RECALL REFERENCE REQUIRED TO FREEZE'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-MODE-LOT
              MOVE WS-REQ-LOT-DATE  TO WS-SEL-FROM-DATE
                                       WS-SEL-TO-DATE
           ELSE
              MOVE WS-REQ-FROM-DATE TO WS-SEL-FROM-DATE
              MOVE WS-REQ-TO-DATE   TO WS-SEL-TO-DATE
           END-IF

           EVALUATE TRUE
           WHEN WS-ACTION-FREEZE
              DISPLAY 'FREEZE. RECALL ' WS-REQ-REFERENCE
           WHEN WS-ACTION-RELEASE
              DISPLAY 'RELEASE. FROZEN LOTS WILL BE FREED.'
           WHEN OTHER
              DISPLAY 'TRACE ONLY. NO FILE UPDATES.'
           END-EVALUATE

           DISPLAY 'ITEM..............: ' WS-REQ-ITEM-ID
           DISPLAY 'RECEIPTS FROM.....: ' WS-SEL-FROM-DATE
           DISPLAY 'RECEIPTS TO.......: ' WS-SEL-TO-DATE
           .

       P050-CHECK-CARD-EXIT.
           EXIT.

       P100-OPEN-FILES.

           IF WS-ACTION-TRACE
              OPEN INPUT STKLOTF
           ELSE
              OPEN I-O STKLOTF
           END-IF

           IF WS-FS-STKLOTF NOT EQUAL '00'
              DISPLAY 'OPEN STKLOTF  FS:' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * Before the first night COBST10 logs its lot draws there is
      * nothing to trace; the lots still list and still freeze.
      *-----------------------------------------------------------------
           OPEN INPUT LOTUSEF.

           EVALUATE TRUE
           WHEN WS-FS-LOTUSEF EQUAL '00'
              CONTINUE
           WHEN WS-FS-LOTUSEF EQUAL '35'
              DISPLAY 'LOTUSEF NOT DEFINED. NO SHIPMENTS TRACED.'
              MOVE 'Y' TO WS-LOTUSEF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN LOTUSEF  FS:' WS-FS-LOTUSEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           CLOSE STKLOTF.
           IF WS-FS-STKLOTF NOT EQUAL '00'
              DISPLAY 'CLOSE STKLOTF FS:' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-LOTUSEF-OFF
              CLOSE LOTUSEF

              IF WS-FS-LOTUSEF NOT EQUAL '00'
                 DISPLAY 'CLOSE LOTUSEF FS:' WS-FS-LOTUSEF
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
      * The lot browse starts at the first receipt date the card
      * covers and stops past the last one. A freeze already in place
      * keeps the reference and date it was frozen under.
      *-----------------------------------------------------------------
       P200-SELECT-LOTS.

           MOVE SPACES           TO LOT-KEY
           MOVE WS-REQ-ITEM-ID   TO LOT-ITEM-ID
           MOVE WS-SEL-FROM-DATE TO LOT-RECEIPT-DATE
           MOVE ZEROS            TO LOT-SEQ-NO

           START STKLOTF KEY IS NOT LESS THAN LOT-KEY
             INVALID KEY
                MOVE 'Y' TO WS-LOT-EOF-SW
           END-START

           PERFORM P210-SELECT-NEXT-LOT THRU P210-SELECT-NEXT-LOT-EXIT
              UNTIL WS-LOT-EOF

           IF WS-RLT-CNT EQUAL ZERO
              DISPLAY 'NO LOTS ON FILE FOR THE REQUEST CARD'
           END-IF
           .

       P200-SELECT-LOTS-EXIT.
           EXIT.

       P210-SELECT-NEXT-LOT.

           READ STKLOTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-LOT-EOF-SW
             NOT AT END
                IF LOT-ITEM-ID NOT EQUAL WS-REQ-ITEM-ID
                   OR LOT-RECEIPT-DATE GREATER WS-SEL-TO-DATE
                   MOVE 'Y' TO WS-LOT-EOF-SW
                ELSE
                   IF WS-MODE-RANGE
                      OR LOT-SEQ-NO EQUAL WS-REQ-LOT-SEQ
                      PERFORM P220-TAKE-LOT THRU P220-TAKE-LOT-EXIT
                   END-IF
                END-IF
           END-READ
           .

       P210-SELECT-NEXT-LOT-EXIT.
           EXIT.

       P220-TAKE-LOT.

           IF WS-RLT-CNT NOT LESS 500
              DISPLAY 'RECALL LOT TABLE FULL AT: ' LOT-RECEIPT-DATE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-RLT-CNT

           MOVE LOT-RECEIPT-DATE  TO WS-RLT-DATE (WS-RLT-CNT)
           MOVE LOT-SEQ-NO        TO WS-RLT-SEQ (WS-RLT-CNT)
           MOVE LOT-QTY-RECEIVED  TO WS-RLT-RECEIVED (WS-RLT-CNT)
           MOVE LOT-QTY-REMAINING TO WS-RLT-REMAINING (WS-RLT-CNT)
           MOVE ZEROS             TO WS-RLT-SHIPPED (WS-RLT-CNT)

           EVALUATE TRUE
           WHEN LOT-QC-HELD
              MOVE 'IN INSPECTION'  TO WS-RLT-STATUS (WS-RLT-CNT)
           WHEN WS-ACTION-FREEZE AND LOT-RECALL-FROZEN
              MOVE 'FROZEN EARLIER' TO WS-RLT-STATUS (WS-RLT-CNT)
           WHEN WS-ACTION-FREEZE
              MOVE 'R'              TO LOT-HOLD-CODE
              MOVE WS-RUN-DATE      TO LOT-HOLD-DATE
              MOVE WS-REQ-REFERENCE TO LOT-HOLD-REF

              PERFORM P230-REWRITE-LOT THRU P230-REWRITE-LOT-EXIT

              ADD 1 TO WS-LOTS-FROZEN
              MOVE 'FROZEN NOW'     TO WS-RLT-STATUS (WS-RLT-CNT)
           WHEN WS-ACTION-RELEASE AND LOT-RECALL-FROZEN
              MOVE SPACES           TO LOT-HOLD-CODE
                                       LOT-HOLD-REF
              MOVE ZEROS            TO LOT-HOLD-DATE

              PERFORM P230-REWRITE-LOT THRU P230-REWRITE-LOT-EXIT

              ADD 1 TO WS-LOTS-RELEASED
              MOVE 'RELEASED NOW'   TO WS-RLT-STATUS (WS-RLT-CNT)
           WHEN LOT-RECALL-FROZEN
              MOVE 'FROZEN'         TO WS-RLT-STATUS (WS-RLT-CNT)
           WHEN OTHER
              MOVE 'AVAILABLE'      TO WS-RLT-STATUS (WS-RLT-CNT)
           END-EVALUATE

           ADD LOT-QTY-RECEIVED  TO WS-RCV-TOTAL
           ADD LOT-QTY-REMAINING TO WS-ONHAND-TOTAL
           .

       P220-TAKE-LOT-EXIT.
           EXIT.

       P230-REWRITE-LOT.

           REWRITE REC-STOCK-LOT
           END-REWRITE

           IF WS-FS-STKLOTF NOT EQUAL '00'
              DISPLAY 'REWRITE STKLOTF FS:' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P230-REWRITE-LOT-EXIT.
           EXIT.

       P300-TRACE-SHIPMENTS.

           READ LOTUSEF
             AT END
                MOVE 'Y' TO WS-USE-EOF-SW
           END-READ

           PERFORM P310-TRACE-NEXT-DRAW THRU P310-TRACE-NEXT-DRAW-EXIT
              UNTIL WS-USE-EOF
           .

       P300-TRACE-SHIPMENTS-EXIT.
           EXIT.

       P310-TRACE-NEXT-DRAW.

           ADD 1 TO WS-USE-READ

           IF LU-ITEM-ID EQUAL WS-REQ-ITEM-ID
              AND LU-LOT-RECEIPT-DATE NOT LESS WS-SEL-FROM-DATE
              AND LU-LOT-RECEIPT-DATE NOT GREATER WS-SEL-TO-DATE
              PERFORM P320-FIND-LOT THRU P320-FIND-LOT-EXIT

              IF WS-RLT-FOUND-IDX GREATER ZERO
                 PERFORM P330-TAKE-DRAW THRU P330-TAKE-DRAW-EXIT
              END-IF
           END-IF

           READ LOTUSEF
             AT END
                MOVE 'Y' TO WS-USE-EOF-SW
           END-READ
           .

       P310-TRACE-NEXT-DRAW-EXIT.
           EXIT.

       P320-FIND-LOT.

           MOVE ZEROS TO WS-RLT-FOUND-IDX
                         WS-RLT-IX

           PERFORM P321-SCAN-LOT THRU P321-SCAN-LOT-EXIT
              UNTIL WS-RLT-IX NOT LESS WS-RLT-CNT
                 OR WS-RLT-FOUND-IDX GREATER ZERO
           .

       P320-FIND-LOT-EXIT.
           EXIT.

       P321-SCAN-LOT.

           ADD 1 TO WS-RLT-IX

           IF WS-RLT-DATE (WS-RLT-IX) EQUAL LU-LOT-RECEIPT-DATE
              AND WS-RLT-SEQ (WS-RLT-IX) EQUAL LU-LOT-SEQ-NO
              MOVE WS-RLT-IX TO WS-RLT-FOUND-IDX
           END-IF
           .

       P321-SCAN-LOT-EXIT.
           EXIT.

       P330-TAKE-DRAW.

           IF WS-RUS-CNT NOT LESS 5000
              DISPLAY 'RECALL DRAW TABLE FULL AT: ' LU-ORDER-NO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-RUS-CNT

           MOVE LU-ORDER-NO         TO WS-RUS-ORDER-NO (WS-RUS-CNT)
           MOVE LU-ORDER-ITEM-ID    TO WS-RUS-ORDER-ITEM (WS-RUS-CNT)
           MOVE LU-SOURCE           TO WS-RUS-SOURCE (WS-RUS-CNT)
           MOVE LU-LOT-RECEIPT-DATE TO WS-RUS-LOT-DATE (WS-RUS-CNT)
           MOVE LU-LOT-SEQ-NO       TO WS-RUS-LOT-SEQ (WS-RUS-CNT)
           MOVE LU-QTY              TO WS-RUS-QTY (WS-RUS-CNT)
           MOVE LU-POST-DATE        TO WS-RUS-POST-DATE (WS-RUS-CNT)

           ADD LU-QTY TO WS-RLT-SHIPPED (WS-RLT-FOUND-IDX)
                         WS-SHIP-TOTAL

           MOVE ZEROS TO WS-ROR-FOUND-IDX
                         WS-ROR-IX

           PERFORM P331-SCAN-ORDER THRU P331-SCAN-ORDER-EXIT
              UNTIL WS-ROR-IX NOT LESS WS-ROR-CNT
                 OR WS-ROR-FOUND-IDX GREATER ZERO

           IF WS-ROR-FOUND-IDX EQUAL ZERO
              ADD 1 TO WS-ROR-CNT
              MOVE LU-ORDER-NO TO WS-ROR-ORDER-NO (WS-ROR-CNT)
           END-IF
           .

       P330-TAKE-DRAW-EXIT.
           EXIT.

       P331-SCAN-ORDER.

           ADD 1 TO WS-ROR-IX

           IF WS-ROR-ORDER-NO (WS-ROR-IX) EQUAL LU-ORDER-NO
              MOVE WS-ROR-IX TO WS-ROR-FOUND-IDX
           END-IF
           .

       P331-SCAN-ORDER-EXIT.
           EXIT.

       P500-PRINT-LOTS.

           MOVE 'LOT RECALL - LOTS TO QUARANTINE'
                                    TO WS-RPT-TITLE
           MOVE 'COBST42 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ITEM ID'           TO WS-COLUMN-HEADING (1:7)
           MOVE 'LOT'               TO WS-COLUMN-HEADING (12:3)
           MOVE '  RECEIVED'        TO WS-COLUMN-HEADING (26:10)
           MOVE '   SHIPPED'        TO WS-COLUMN-HEADING (38:10)
           MOVE '   ON HAND'        TO WS-COLUMN-HEADING (50:10)
           MOVE 'HOLD STATUS'       TO WS-COLUMN-HEADING (62:11)

           MOVE ZEROS TO WS-RLT-IX

           PERFORM P510-PRINT-ONE-LOT THRU P510-PRINT-ONE-LOT-EXIT
              UNTIL WS-RLT-IX NOT LESS WS-RLT-CNT
           .

       P500-PRINT-LOTS-EXIT.
           EXIT.

       P510-PRINT-ONE-LOT.

           ADD 1 TO WS-RLT-IX

           MOVE SPACES                       TO WS-RLT-LINE
           MOVE WS-REQ-ITEM-ID               TO WS-RLL-ITEM
           MOVE WS-RLT-DATE (WS-RLT-IX)      TO WS-RLL-DATE
           MOVE '-'                          TO WS-RLL-DASH
           MOVE WS-RLT-SEQ (WS-RLT-IX)       TO WS-RLL-SEQ
           MOVE WS-RLT-RECEIVED (WS-RLT-IX)  TO WS-RLL-RECEIVED
           MOVE WS-RLT-SHIPPED (WS-RLT-IX)   TO WS-RLL-SHIPPED
           MOVE WS-RLT-REMAINING (WS-RLT-IX) TO WS-RLL-ONHAND
           MOVE WS-RLT-STATUS (WS-RLT-IX)    TO WS-RLL-STATUS

           MOVE WS-RLT-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P510-PRINT-ONE-LOT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One line per draw: an order line that drew on two covered lots
      * prints twice. 'KIT' is a component drawn for the kit ordered.
      *-----------------------------------------------------------------
       P600-PRINT-ORDERS.

           MOVE 'LOT RECALL - ORDERS THAT RECEIVED IT'
                                    TO WS-RPT-TITLE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ORDER NO'          TO WS-COLUMN-HEADING (1:8)
           MOVE 'ORDERED'           TO WS-COLUMN-HEADING (13:7)
           MOVE 'SRC'               TO WS-COLUMN-HEADING (24:3)
           MOVE 'LOT'               TO WS-COLUMN-HEADING (30:3)
           MOVE '  QUANTITY'        TO WS-COLUMN-HEADING (44:10)
           MOVE 'SHIPPED'           TO WS-COLUMN-HEADING (56:7)
           MOVE 999                 TO WS-RPT-LINE-CTR

           MOVE ZEROS TO WS-RUS-IX

           PERFORM P610-PRINT-ONE-DRAW THRU P610-PRINT-ONE-DRAW-EXIT
              UNTIL WS-RUS-IX NOT LESS WS-RUS-CNT
           .

       P600-PRINT-ORDERS-EXIT.
           EXIT.

       P610-PRINT-ONE-DRAW.

           ADD 1 TO WS-RUS-IX

           MOVE SPACES                        TO WS-RUS-LINE
           MOVE WS-RUS-ORDER-NO (WS-RUS-IX)   TO WS-RUL-ORDER-NO
           MOVE WS-RUS-ORDER-ITEM (WS-RUS-IX) TO WS-RUL-ORDER-ITEM

           IF WS-RUS-SOURCE (WS-RUS-IX) EQUAL 'K'
              MOVE 'KIT'                      TO WS-RUL-SOURCE
           ELSE
              MOVE 'LINE'                     TO WS-RUL-SOURCE
           END-IF

           MOVE WS-RUS-LOT-DATE (WS-RUS-IX)   TO WS-RUL-LOT-DATE
           MOVE '-'                           TO WS-RUL-DASH
           MOVE WS-RUS-LOT-SEQ (WS-RUS-IX)    TO WS-RUL-LOT-SEQ
           MOVE WS-RUS-QTY (WS-RUS-IX)        TO WS-RUL-QTY
           MOVE WS-RUS-POST-DATE (WS-RUS-IX)  TO WS-RUL-POST-DATE

           MOVE WS-RUS-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P610-PRINT-ONE-DRAW-EXIT.
           EXIT.

       P700-PRINT-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LOTS COVERED'      TO WS-RPT-CNT-LABEL
           MOVE WS-RLT-CNT          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LOTS FROZEN'       TO WS-RPT-CNT-LABEL
           MOVE WS-LOTS-FROZEN      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LOTS RELEASED'     TO WS-RPT-CNT-LABEL
           MOVE WS-LOTS-RELEASED    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ORDERS REACHED'    TO WS-RPT-CNT-LABEL
           MOVE WS-ROR-CNT          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-QTY-LINE
           MOVE 'QTY RECEIVED'      TO WS-RPT-QTY-LABEL
           MOVE WS-RCV-TOTAL        TO WS-RPT-QTY-VALUE
           MOVE WS-RPT-QTY-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-QTY-LINE
           MOVE 'QTY SHIPPED'       TO WS-RPT-QTY-LABEL
           MOVE WS-SHIP-TOTAL       TO WS-RPT-QTY-VALUE
           MOVE WS-RPT-QTY-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-QTY-LINE
           MOVE 'QTY TO QUARANTINE' TO WS-RPT-QTY-LABEL
           MOVE WS-ONHAND-TOTAL     TO WS-RPT-QTY-VALUE
           MOVE WS-RPT-QTY-LINE     TO WS-DETAIL-LINE
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
