      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Available-to-promise routine, copied into the PROCEDURE
      * DIVISION of every program that answers what an item can
      * promise, alongside the ATPWK.cpy working storage. The host
      * must provide, open for input unless switched off:
      *   BACKORDF  sequential, record REC-BACKORDER (BACKORDF.cpy)
      *   ORDTRAN   sequential, record REC-ORDTRAN laid out as in
      *             COBST10
      *   OPENPOF   indexed, sequential or dynamic access, record
      *             REC-OPEN-PO (OPENPOF.cpy)
      *   STKLOCF   indexed, dynamic access, record
      *             REC-STOCK-LOCATION (STKLOCF.cpy), KEY SLC-KEY
      *   STKLOTF   indexed, dynamic access, record REC-STOCK-LOT
      *             (STKLOTF.cpy), KEY LOT-KEY
      * and the P999-ERROR paragraph. A line cut to length owes pieces,
      * not the full stock lengths on hand, so it is left out of the
      * demand and counted in WS-ATP-CUT-SKIPPED. Lots carry no
      * location; a held lot comes off the item's locations in
      * location order, as far as each has stock, and whatever is
      * left over off the first.
      *-----------------------------------------------------------------
       P930-LOAD-ATP-TABLES.

           MOVE ZEROS TO WS-ATD-CNT
                         WS-ATS-CNT
                         WS-ATP-CUT-SKIPPED

           IF NOT WS-BACKORDF-OFF
              MOVE 'N' TO WS-ATP-EOF-SW

              PERFORM P931-LOAD-BACKORDER THRU P931-LOAD-BACKORDER-EXIT
                 UNTIL WS-ATP-EOF
           END-IF

           IF NOT WS-ORDTRAN-OFF
              MOVE 'N' TO WS-ATP-EOF-SW

              PERFORM P932-LOAD-ORDER THRU P932-LOAD-ORDER-EXIT
                 UNTIL WS-ATP-EOF
           END-IF

           IF NOT WS-OPENPOF-OFF
              MOVE 'N' TO WS-ATP-EOF-SW

              PERFORM P933-LOAD-PO-LINE THRU P933-LOAD-PO-LINE-EXIT
                 UNTIL WS-ATP-EOF
           END-IF
           .

       P930-LOAD-ATP-TABLES-EXIT.
           EXIT.

       P931-LOAD-BACKORDER.

           READ BACKORDF
             AT END
                MOVE 'Y' TO WS-ATP-EOF-SW
             NOT AT END
                IF BO-CUT-LENGTH NUMERIC
                   AND BO-CUT-LENGTH NOT EQUAL ZEROS
                   ADD 1 TO WS-ATP-CUT-SKIPPED
                ELSE
                   IF BO-UNFILLED-QTY NUMERIC
                      AND BO-UNFILLED-QTY GREATER ZERO
                      MOVE BO-ITEM-ID TO WS-ATP-DMD-ITEM

                      IF BO-LOCATION NUMERIC
                         AND BO-LOCATION GREATER ZEROS
                         MOVE BO-LOCATION TO WS-ATP-LOC-KEY
                      ELSE
                         MOVE 1           TO WS-ATP-LOC-KEY
                      END-IF

                      PERFORM P934-FIND-DEMAND
                      THRU    P934-FIND-DEMAND-EXIT

                      ADD BO-UNFILLED-QTY
                        TO WS-ATD-BACKORD-QTY (WS-ATP-IX)
                   END-IF
                END-IF
           END-READ
           .

       P931-LOAD-BACKORDER-EXIT.
           EXIT.

       P932-LOAD-ORDER.

           READ ORDTRAN
             AT END
                MOVE 'Y' TO WS-ATP-EOF-SW
             NOT AT END
                IF ORD-CUT-LENGTH NUMERIC
                   AND ORD-CUT-LENGTH NOT EQUAL ZEROS
                   ADD 1 TO WS-ATP-CUT-SKIPPED
                ELSE
                   IF ORD-ORDER-QTY NUMERIC
                      AND ORD-ORDER-QTY GREATER ZERO
                      MOVE ORD-ITEM-ID TO WS-ATP-DMD-ITEM

                      IF ORD-LOCATION NUMERIC
                         AND ORD-LOCATION GREATER ZEROS
                         MOVE ORD-LOCATION TO WS-ATP-LOC-KEY
                      ELSE
                         MOVE 1            TO WS-ATP-LOC-KEY
                      END-IF

                      PERFORM P934-FIND-DEMAND
                      THRU    P934-FIND-DEMAND-EXIT

                      ADD ORD-ORDER-QTY
                        TO WS-ATD-ORDER-QTY (WS-ATP-IX)
                   END-IF
                END-IF
           END-READ
           .

       P932-LOAD-ORDER-EXIT.
           EXIT.

       P933-LOAD-PO-LINE.

           READ OPENPOF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-ATP-EOF-SW
             NOT AT END
                IF PO-ORDER-QTY NUMERIC
                   AND PO-RECEIVED-QTY NUMERIC
                   AND PO-ORDER-QTY GREATER PO-RECEIVED-QTY
                   IF WS-ATS-CNT NOT LESS 5000
                      DISPLAY 'ATP PO LINE TABLE FULL AT: ' PO-KEY
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-ATS-CNT

                   MOVE PO-ITEM-ID  TO WS-ATS-ITEM (WS-ATS-CNT)

                   IF PO-DUE-DATE NUMERIC
                      MOVE PO-DUE-DATE TO WS-ATS-DUE-DATE (WS-ATS-CNT)
                   ELSE
                      MOVE ZEROS       TO WS-ATS-DUE-DATE (WS-ATS-CNT)
                   END-IF

                   SUBTRACT PO-RECEIVED-QTY FROM PO-ORDER-QTY
                      GIVING WS-ATS-QTY (WS-ATS-CNT)
                END-IF
           END-READ
           .

       P933-LOAD-PO-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The demand row for WS-ATP-DMD-ITEM at WS-ATP-LOC-KEY, added
      * when the pair is new; WS-ATP-IX points at it.
      *-----------------------------------------------------------------
       P934-FIND-DEMAND.

           MOVE ZEROS TO WS-ATP-JX
           MOVE 'N'   TO WS-ATP-FOUND-SW

           PERFORM P935-MATCH-DEMAND THRU P935-MATCH-DEMAND-EXIT
              UNTIL WS-ATP-FOUND
                 OR WS-ATP-JX NOT LESS WS-ATD-CNT

           IF NOT WS-ATP-FOUND
              IF WS-ATD-CNT NOT LESS 5000
                 DISPLAY 'ATP DEMAND TABLE FULL AT: ' WS-ATP-DMD-ITEM
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-ATD-CNT

              MOVE WS-ATP-DMD-ITEM TO WS-ATD-ITEM (WS-ATD-CNT)
              MOVE WS-ATP-LOC-KEY  TO WS-ATD-LOC (WS-ATD-CNT)
              MOVE ZEROS           TO WS-ATD-BACKORD-QTY (WS-ATD-CNT)
                                      WS-ATD-ORDER-QTY (WS-ATD-CNT)
              MOVE WS-ATD-CNT      TO WS-ATP-IX
           END-IF
           .

       P934-FIND-DEMAND-EXIT.
           EXIT.

       P935-MATCH-DEMAND.

           ADD 1 TO WS-ATP-JX

           IF WS-ATD-ITEM (WS-ATP-JX) EQUAL WS-ATP-DMD-ITEM
              AND WS-ATD-LOC (WS-ATP-JX) EQUAL WS-ATP-LOC-KEY
              MOVE 'Y'       TO WS-ATP-FOUND-SW
              MOVE WS-ATP-JX TO WS-ATP-IX
           END-IF
           .

       P935-MATCH-DEMAND-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The location row for WS-ATP-LOC-KEY, added when the item has
      * none yet; WS-ATL-IX points at it.
      *-----------------------------------------------------------------
       P936-FIND-LOCATION.

           MOVE ZEROS TO WS-ATL-JX
           MOVE 'N'   TO WS-ATP-FOUND-SW

           PERFORM P937-MATCH-LOCATION THRU P937-MATCH-LOCATION-EXIT
              UNTIL WS-ATP-FOUND
                 OR WS-ATL-JX NOT LESS WS-ATL-CNT

           IF NOT WS-ATP-FOUND
              IF WS-ATL-CNT NOT LESS 100
                 DISPLAY 'ATP LOCATION TABLE FULL AT: ' WS-ATP-ITEM
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-ATL-CNT

              MOVE WS-ATP-LOC-KEY TO WS-ATL-LOC (WS-ATL-CNT)
              MOVE ZEROS          TO WS-ATL-ON-HAND (WS-ATL-CNT)
                                     WS-ATL-HELD (WS-ATL-CNT)
                                     WS-ATL-BACKORD (WS-ATL-CNT)
                                     WS-ATL-ORDERS (WS-ATL-CNT)
                                     WS-ATL-NET (WS-ATL-CNT)
              MOVE WS-ATL-CNT     TO WS-ATL-IX
           END-IF
           .

       P936-FIND-LOCATION-EXIT.
           EXIT.

       P937-MATCH-LOCATION.

           ADD 1 TO WS-ATL-JX

           IF WS-ATL-LOC (WS-ATL-JX) EQUAL WS-ATP-LOC-KEY
              MOVE 'Y'       TO WS-ATP-FOUND-SW
              MOVE WS-ATL-JX TO WS-ATL-IX
           END-IF
           .

       P937-MATCH-LOCATION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Build WS-ATP-ITEM: its location rows off STKLOCF, its held
      * lots off STKLOTF, its share of the demand table, and its open
      * PO lines into the timeline.
      *-----------------------------------------------------------------
       P940-BUILD-ATP.

           MOVE ZEROS TO WS-ATL-CNT
                         WS-ATT-CNT
                         WS-ATP-HELD-QTY

           MOVE WS-ATP-ITEM TO SLC-ITEM-ID
           MOVE ZEROS       TO SLC-LOC
           MOVE 'N'         TO WS-ATP-EOF-SW

           START STKLOCF KEY IS NOT LESS THAN SLC-KEY
             INVALID KEY
                MOVE 'Y' TO WS-ATP-EOF-SW
           END-START

           PERFORM P941-NEXT-LOCATION THRU P941-NEXT-LOCATION-EXIT
              UNTIL WS-ATP-EOF

           IF NOT WS-STKLOTF-OFF
              MOVE SPACES      TO LOT-KEY
              MOVE WS-ATP-ITEM TO LOT-ITEM-ID
              MOVE ZEROS       TO LOT-RECEIPT-DATE
                                  LOT-SEQ-NO
              MOVE 'N'         TO WS-ATP-EOF-SW

              START STKLOTF KEY IS NOT LESS THAN LOT-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-ATP-EOF-SW
              END-START

              PERFORM P942-NEXT-LOT THRU P942-NEXT-LOT-EXIT
                 UNTIL WS-ATP-EOF
           END-IF

           MOVE ZEROS TO WS-ATP-IX

           PERFORM P943-SCAN-DEMAND THRU P943-SCAN-DEMAND-EXIT
              UNTIL WS-ATP-IX NOT LESS WS-ATD-CNT

           MOVE ZEROS TO WS-ATP-IX

           PERFORM P944-SCAN-SUPPLY THRU P944-SCAN-SUPPLY-EXIT
              UNTIL WS-ATP-IX NOT LESS WS-ATS-CNT

           MOVE WS-ATP-HELD-QTY TO WS-ATP-HELD-LEFT
           MOVE ZEROS           TO WS-ATL-IX

           PERFORM P947-SPREAD-HELD THRU P947-SPREAD-HELD-EXIT
              UNTIL WS-ATL-IX NOT LESS WS-ATL-CNT
                 OR WS-ATP-HELD-LEFT NOT GREATER ZERO

           IF WS-ATP-HELD-LEFT GREATER ZERO
              IF WS-ATL-CNT EQUAL ZEROS
                 MOVE WS-ATP-RCV-LOC TO WS-ATP-LOC-KEY

                 PERFORM P936-FIND-LOCATION
                 THRU    P936-FIND-LOCATION-EXIT
              END-IF

              ADD WS-ATP-HELD-LEFT TO WS-ATL-HELD (1)
           END-IF

           MOVE ZEROS TO WS-ATL-IX

           PERFORM P948-NET-LOCATION THRU P948-NET-LOCATION-EXIT
              UNTIL WS-ATL-IX NOT LESS WS-ATL-CNT
           .

       P940-BUILD-ATP-EXIT.
           EXIT.

       P941-NEXT-LOCATION.

           READ STKLOCF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-ATP-EOF-SW
             NOT AT END
                IF SLC-ITEM-ID NOT EQUAL WS-ATP-ITEM
                   MOVE 'Y' TO WS-ATP-EOF-SW
                ELSE
                   MOVE SLC-LOC TO WS-ATP-LOC-KEY

                   PERFORM P936-FIND-LOCATION
                   THRU    P936-FIND-LOCATION-EXIT

                   ADD SLC-ON-HAND-QTY TO WS-ATL-ON-HAND (WS-ATL-IX)
                END-IF
           END-READ
           .

       P941-NEXT-LOCATION-EXIT.
           EXIT.

       P942-NEXT-LOT.

           READ STKLOTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-ATP-EOF-SW
             NOT AT END
                IF LOT-ITEM-ID NOT EQUAL WS-ATP-ITEM
                   MOVE 'Y' TO WS-ATP-EOF-SW
                ELSE
                   IF NOT LOT-NOT-HELD
                      AND LOT-QTY-REMAINING GREATER ZERO
                      ADD LOT-QTY-REMAINING TO WS-ATP-HELD-QTY
                   END-IF
                END-IF
           END-READ
           .

       P942-NEXT-LOT-EXIT.
           EXIT.

       P943-SCAN-DEMAND.

           ADD 1 TO WS-ATP-IX

           IF WS-ATD-ITEM (WS-ATP-IX) EQUAL WS-ATP-ITEM
              MOVE WS-ATD-LOC (WS-ATP-IX) TO WS-ATP-LOC-KEY

              PERFORM P936-FIND-LOCATION
              THRU    P936-FIND-LOCATION-EXIT

              ADD WS-ATD-BACKORD-QTY (WS-ATP-IX)
                TO WS-ATL-BACKORD (WS-ATL-IX)
              ADD WS-ATD-ORDER-QTY (WS-ATP-IX)
                TO WS-ATL-ORDERS (WS-ATL-IX)
           END-IF
           .

       P943-SCAN-DEMAND-EXIT.
           EXIT.

       P944-SCAN-SUPPLY.

           ADD 1 TO WS-ATP-IX

           IF WS-ATS-ITEM (WS-ATP-IX) EQUAL WS-ATP-ITEM
              MOVE WS-ATP-RCV-LOC TO WS-ATP-LOC-KEY

              PERFORM P936-FIND-LOCATION
              THRU    P936-FIND-LOCATION-EXIT

              PERFORM P945-POST-TIMELINE
              THRU    P945-POST-TIMELINE-EXIT
           END-IF
           .

       P944-SCAN-SUPPLY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Add the PO line to its due date's row, opening the row in
      * date order when the date is new.
      *-----------------------------------------------------------------
       P945-POST-TIMELINE.

           MOVE ZEROS TO WS-ATT-JX
           MOVE 'N'   TO WS-ATP-FOUND-SW
                         WS-ATP-STOP-SW

           PERFORM P946-FIND-DATE THRU P946-FIND-DATE-EXIT
              UNTIL WS-ATP-STOP

           IF WS-ATP-FOUND
              ADD WS-ATS-QTY (WS-ATP-IX) TO WS-ATT-QTY (WS-ATT-JX)
           ELSE
              IF WS-ATT-CNT NOT LESS 200
                 DISPLAY 'ATP TIMELINE FULL AT: ' WS-ATP-ITEM
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              MOVE WS-ATT-CNT TO WS-ATT-IX

              PERFORM P949-SHIFT-TIMELINE THRU P949-SHIFT-TIMELINE-EXIT
                 UNTIL WS-ATT-IX LESS WS-ATT-JX

              ADD 1 TO WS-ATT-CNT

              MOVE WS-ATS-DUE-DATE (WS-ATP-IX)
                TO WS-ATT-DATE (WS-ATT-JX)
              MOVE WS-ATS-QTY (WS-ATP-IX)
                TO WS-ATT-QTY (WS-ATT-JX)
           END-IF
           .

       P945-POST-TIMELINE-EXIT.
           EXIT.

       P946-FIND-DATE.

           ADD 1 TO WS-ATT-JX

           EVALUATE TRUE
           WHEN WS-ATT-JX GREATER WS-ATT-CNT
              MOVE 'Y' TO WS-ATP-STOP-SW
           WHEN WS-ATT-DATE (WS-ATT-JX)
                EQUAL WS-ATS-DUE-DATE (WS-ATP-IX)
              MOVE 'Y' TO WS-ATP-FOUND-SW
                          WS-ATP-STOP-SW
           WHEN WS-ATT-DATE (WS-ATT-JX)
                GREATER WS-ATS-DUE-DATE (WS-ATP-IX)
              MOVE 'Y' TO WS-ATP-STOP-SW
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .

       P946-FIND-DATE-EXIT.
           EXIT.

       P947-SPREAD-HELD.

           ADD 1 TO WS-ATL-IX

           IF WS-ATL-ON-HAND (WS-ATL-IX) GREATER ZERO
              IF WS-ATL-ON-HAND (WS-ATL-IX)
                 NOT GREATER WS-ATP-HELD-LEFT
                 MOVE WS-ATL-ON-HAND (WS-ATL-IX) TO WS-ATP-TAKE
              ELSE
                 MOVE WS-ATP-HELD-LEFT           TO WS-ATP-TAKE
              END-IF

              ADD      WS-ATP-TAKE TO   WS-ATL-HELD (WS-ATL-IX)
              SUBTRACT WS-ATP-TAKE FROM WS-ATP-HELD-LEFT
           END-IF
           .

       P947-SPREAD-HELD-EXIT.
           EXIT.

       P948-NET-LOCATION.

           ADD 1 TO WS-ATL-IX

           COMPUTE WS-ATL-NET (WS-ATL-IX) =
                   WS-ATL-ON-HAND (WS-ATL-IX)
                 - WS-ATL-HELD (WS-ATL-IX)
                 - WS-ATL-BACKORD (WS-ATL-IX)
                 - WS-ATL-ORDERS (WS-ATL-IX)
           .

       P948-NET-LOCATION-EXIT.
           EXIT.

       P949-SHIFT-TIMELINE.

           MOVE WS-ATT-ENTRY (WS-ATT-IX) TO WS-ATT-ENTRY (WS-ATT-IX + 1)

           SUBTRACT 1 FROM WS-ATT-IX
           .

       P949-SHIFT-TIMELINE-EXIT.
           EXIT.
