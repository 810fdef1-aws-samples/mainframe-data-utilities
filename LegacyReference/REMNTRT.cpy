      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Cut-to-length routine, copied into the PROCEDURE DIVISION of
      * every program that ships length-stocked items cut to a length,
      * alongside the REMNTWK.cpy working storage. The host must
      * provide the REMNTF file (indexed, dynamic access, record
      * REC-REMNANT from REMNTF.cpy, RECORD KEY RM-KEY) open I-O, the
      * STOCKM file (random or dynamic, record STOCK-MASTER) open,
      * WS-FS-REMNTF, WS-FS-STOCKM, WS-RUN-DATE and the P999-ERROR
      * paragraph. Each piece comes off the shortest remnant at the
      * location that is long enough; only when none will do is a
      * full stock length opened, and what is left of the remnant or
      * the length goes back to the file as a new remnant.
      *-----------------------------------------------------------------
       P960-CUT-PIECES.

           MOVE ZEROS TO WS-CUT-PIECES-CUT
                         WS-CUT-LENGTHS-USED
                         WS-CUT-FROM-REMNANT
                         WS-CUT-REMNANTS-MADE
           MOVE 'N'   TO WS-CUT-SHORT-SW

           PERFORM P961-CUT-ONE-PIECE THRU P961-CUT-ONE-PIECE-EXIT
              UNTIL WS-CUT-PIECES-CUT NOT LESS WS-CUT-PIECES-WANTED
                 OR WS-CUT-SHORT
           .

       P960-CUT-PIECES-EXIT.
           EXIT.

       P961-CUT-ONE-PIECE.

           MOVE 'N'             TO WS-CUT-REMNANT-SW

           MOVE WS-CUT-ITEM     TO RM-ITEM-ID
           MOVE WS-CUT-LOCATION TO RM-LOCATION
           MOVE WS-CUT-LENGTH   TO RM-LENGTH
           MOVE ZEROS           TO RM-CUT-DATE
                                   RM-SEQ-NO

           START REMNTF KEY IS NOT LESS THAN RM-KEY
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                READ REMNTF NEXT RECORD
                  AT END
                     CONTINUE
                  NOT AT END
                     IF RM-ITEM-ID EQUAL WS-CUT-ITEM
                        AND RM-LOCATION EQUAL WS-CUT-LOCATION
                        MOVE 'Y' TO WS-CUT-REMNANT-SW
                     END-IF
                END-READ
           END-START

           EVALUATE TRUE
           WHEN WS-CUT-REMNANT-FOUND
              SUBTRACT WS-CUT-LENGTH FROM RM-LENGTH
                 GIVING WS-CUT-LEFTOVER

              DELETE REMNTF
              END-DELETE

              IF WS-FS-REMNTF NOT EQUAL '00'
                 DISPLAY 'DELETE REMNTF FS: ' WS-FS-REMNTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-CUT-FROM-REMNANT
              MOVE 'R' TO WS-CUT-LEFT-SOURCE

           WHEN WS-CUT-LENGTHS-USED + 1 NOT GREATER
                WS-CUT-LENGTHS-ON-HAND
              SUBTRACT WS-CUT-LENGTH FROM WS-CUT-STOCK-LENGTH
                 GIVING WS-CUT-LEFTOVER

              ADD 1 TO WS-CUT-LENGTHS-USED
              MOVE 'F' TO WS-CUT-LEFT-SOURCE

           WHEN OTHER
              MOVE 'Y' TO WS-CUT-SHORT-SW
           END-EVALUATE

           IF NOT WS-CUT-SHORT
              ADD 1 TO WS-CUT-PIECES-CUT

              IF WS-CUT-LEFTOVER GREATER ZERO
                 PERFORM P963-WRITE-REMNANT
                 THRU    P963-WRITE-REMNANT-EXIT
              END-IF
           END-IF
           .

       P961-CUT-ONE-PIECE-EXIT.
           EXIT.

       P963-WRITE-REMNANT.

           MOVE SPACES              TO REC-REMNANT
           MOVE WS-CUT-ITEM         TO RM-ITEM-ID
           MOVE WS-CUT-LOCATION     TO RM-LOCATION
           MOVE WS-CUT-LEFTOVER     TO RM-LENGTH
           MOVE WS-RUN-DATE         TO RM-CUT-DATE
           MOVE ZEROS               TO RM-SEQ-NO
           MOVE WS-CUT-STOCK-LENGTH TO RM-STOCK-LENGTH
           MOVE WS-CUT-ORDER-NO     TO RM-ORDER-NO
           MOVE WS-CUT-LEFT-SOURCE  TO RM-SOURCE

           MOVE 'N' TO WS-CUT-WRITTEN-SW

           PERFORM P964-TRY-REMNANT-WRITE
           THRU    P964-TRY-REMNANT-WRITE-EXIT
              UNTIL WS-CUT-WRITTEN

           ADD 1 TO WS-CUT-REMNANTS-MADE
           .

       P963-WRITE-REMNANT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A second piece of the same length cut the same day steps the
      * sequence, the way COBST10 steps the lot sequence.
      *-----------------------------------------------------------------
       P964-TRY-REMNANT-WRITE.

           ADD 1 TO RM-SEQ-NO

           WRITE REC-REMNANT
             INVALID KEY
                IF RM-SEQ-NO NOT LESS 999
                   DISPLAY 'REMNANT SEQUENCE FULL: ' RM-ITEM-ID
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF
             NOT INVALID KEY
                MOVE 'Y' TO WS-CUT-WRITTEN-SW
           END-WRITE
           .

       P964-TRY-REMNANT-WRITE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The full stock length of WS-CUT-ITEM in inches, off whichever
      * record of the pair carries the item-user layout; zero when the
      * item is not stocked by length. Reads over the STOCKM record
      * area, so the host reads its own record after this.
      *-----------------------------------------------------------------
       P965-GET-STOCK-LENGTH.

           MOVE ZEROS TO WS-CUT-STOCK-LENGTH
                         WS-CUT-TYPE-IX

           PERFORM P967-TRY-LENGTH-RECORD
           THRU    P967-TRY-LENGTH-RECORD-EXIT
              UNTIL WS-CUT-TYPE-IX NOT LESS 2
                 OR WS-CUT-STOCK-LENGTH GREATER ZERO
           .

       P965-GET-STOCK-LENGTH-EXIT.
           EXIT.

       P966-CONVERT-LENGTH.

           COMPUTE WS-CUT-INCHES = WS-CUT-FEET * 12 + WS-CUT-INCH

           IF WS-CUT-FRAC-DEN GREATER ZERO
              AND WS-CUT-FRAC-NUM LESS WS-CUT-FRAC-DEN
              COMPUTE WS-CUT-INCHES ROUNDED = WS-CUT-INCHES
                 + WS-CUT-FRAC-NUM / WS-CUT-FRAC-DEN
           END-IF
           .

       P966-CONVERT-LENGTH-EXIT.
           EXIT.

       P967-TRY-LENGTH-RECORD.

           ADD 1 TO WS-CUT-TYPE-IX

           MOVE SPACES         TO STOCK-KEY
           MOVE WS-CUT-ITEM    TO STOCK-ITEM-ID
           MOVE WS-CUT-TYPE-IX TO STOCK-RECORD-TYPE

           READ STOCKM
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF STOCK-LAYOUT-ITEM-USER
                   AND STOCK-PROD-FEET NUMERIC
                   AND STOCK-PROD-INCH NUMERIC
                   AND STOCK-FOI-1 NUMERIC
                   AND STOCK-FOI-2 NUMERIC
                   MOVE STOCK-PROD-FEET TO WS-CUT-FEET
                   MOVE STOCK-PROD-INCH TO WS-CUT-INCH
                   MOVE STOCK-FOI-1     TO WS-CUT-FRAC-NUM
                   MOVE STOCK-FOI-2     TO WS-CUT-FRAC-DEN

                   PERFORM P966-CONVERT-LENGTH
                   THRU    P966-CONVERT-LENGTH-EXIT

                   MOVE WS-CUT-INCHES TO WS-CUT-STOCK-LENGTH
                END-IF
           END-READ
           .

       P967-TRY-LENGTH-RECORD-EXIT.
           EXIT.
