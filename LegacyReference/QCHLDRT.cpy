      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * QC-held quantity lookup, copied into the PROCEDURE DIVISION of
      * every program that fills demand from on-hand, alongside the
      * QCHLDWK.cpy working storage. The host must provide the STKLOTF
      * file (indexed, dynamic access, record REC-STOCK-LOT from
      * STKLOTF.cpy, RECORD KEY LOT-KEY) open for input or I-O, and
      * WS-FS-STKLOTF. The browse moves the file position, so a host
      * walking the lots re-starts its own browse afterwards.
      *-----------------------------------------------------------------
       P990-QC-HELD-QTY.

           MOVE ZEROS       TO WS-QCH-QTY

           MOVE SPACES      TO LOT-KEY
           MOVE WS-QCH-ITEM TO LOT-ITEM-ID
           MOVE ZEROS       TO LOT-RECEIPT-DATE
                               LOT-SEQ-NO

           MOVE 'N' TO WS-QCH-EOF-SW

           START STKLOTF KEY IS NOT LESS THAN LOT-KEY
             INVALID KEY
                MOVE 'Y' TO WS-QCH-EOF-SW
           END-START

           PERFORM P991-QC-HELD-NEXT
           THRU    P991-QC-HELD-NEXT-EXIT
              UNTIL WS-QCH-EOF
           .

       P990-QC-HELD-QTY-EXIT.
           EXIT.

       P991-QC-HELD-NEXT.

           READ STKLOTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-QCH-EOF-SW
             NOT AT END
                IF LOT-ITEM-ID NOT EQUAL WS-QCH-ITEM
                   MOVE 'Y' TO WS-QCH-EOF-SW
                ELSE
                   IF LOT-QC-HELD
                      AND LOT-QTY-REMAINING GREATER ZERO
                      ADD LOT-QTY-REMAINING TO WS-QCH-QTY
                   END-IF
                END-IF
           END-READ

           IF WS-FS-STKLOTF NOT EQUAL '00'
              AND WS-FS-STKLOTF NOT EQUAL '10'
              DISPLAY 'READ STKLOTF FS: ' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P991-QC-HELD-NEXT-EXIT.
           EXIT.
