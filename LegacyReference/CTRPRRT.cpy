      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Contract pricing routine, copied into the PROCEDURE DIVISION of
      * every program that prices a sale for a customer, alongside the
      * CTRPRWK.cpy working storage. The host must provide the CONTRF
      * file (indexed, dynamic access, record REC-CONTRACT from
      * CONTRF.cpy, RECORD KEY CTR-KEY) open for input, and
      * WS-FS-CONTRF. A term for the item itself beats a term for its
      * class; within a scope the latest start date in effect on the
      * pricing date wins.
      *-----------------------------------------------------------------
       P970-FIND-CONTRACT-PRICE.

           MOVE 'N'               TO WS-CPR-FOUND-SW
           MOVE WS-CPR-BASE-PRICE TO WS-CPR-PRICE

           MOVE 'I'               TO WS-CPR-SCOPE
           MOVE WS-CPR-ITEM-ID    TO WS-CPR-SCOPE-CODE

           PERFORM P971-SCAN-SCOPE THRU P971-SCAN-SCOPE-EXIT

           IF NOT WS-CPR-FOUND
              AND WS-CPR-CLASS-CODE NOT EQUAL SPACES
              MOVE 'C'               TO WS-CPR-SCOPE
              MOVE WS-CPR-CLASS-CODE TO WS-CPR-SCOPE-CODE

              PERFORM P971-SCAN-SCOPE THRU P971-SCAN-SCOPE-EXIT
           END-IF

           IF WS-CPR-FOUND
              IF WS-CPR-PRICE-TYPE EQUAL 'P'
                 MOVE WS-CPR-FIXED-PRICE TO WS-CPR-PRICE
              ELSE
                 COMPUTE WS-CPR-PRICE ROUNDED =
                    WS-CPR-BASE-PRICE
                       * (100 - WS-CPR-DISCOUNT-PCT) / 100
              END-IF
           END-IF
           .

       P970-FIND-CONTRACT-PRICE-EXIT.
           EXIT.

       P971-SCAN-SCOPE.

           MOVE SPACES             TO CTR-KEY
           MOVE WS-CPR-CUSTOMER-NO TO CTR-CUSTOMER-NO
           MOVE WS-CPR-SCOPE       TO CTR-SCOPE
           MOVE WS-CPR-SCOPE-CODE  TO CTR-SCOPE-CODE
           MOVE ZEROS              TO CTR-START-DATE

           MOVE 'N' TO WS-CPR-EOF-SW

           START CONTRF KEY IS NOT LESS THAN CTR-KEY
             INVALID KEY
                MOVE 'Y' TO WS-CPR-EOF-SW
           END-START

           PERFORM P972-READ-NEXT-TERM THRU P972-READ-NEXT-TERM-EXIT
              UNTIL WS-CPR-EOF
           .

       P971-SCAN-SCOPE-EXIT.
           EXIT.

       P972-READ-NEXT-TERM.

           READ CONTRF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-CPR-EOF-SW
             NOT AT END
                IF CTR-CUSTOMER-NO NOT EQUAL WS-CPR-CUSTOMER-NO
                   OR CTR-SCOPE NOT EQUAL WS-CPR-SCOPE
                   OR CTR-SCOPE-CODE NOT EQUAL WS-CPR-SCOPE-CODE
                   OR CTR-START-DATE GREATER WS-CPR-PRICE-DATE
                   MOVE 'Y' TO WS-CPR-EOF-SW
                ELSE
                   IF CTR-END-DATE EQUAL ZEROS
                      OR CTR-END-DATE NOT LESS WS-CPR-PRICE-DATE
                      MOVE 'Y'              TO WS-CPR-FOUND-SW
                      MOVE CTR-START-DATE   TO WS-CPR-START-DATE
                      MOVE CTR-END-DATE     TO WS-CPR-END-DATE
                      MOVE CTR-PRICE-TYPE   TO WS-CPR-PRICE-TYPE
                      MOVE CTR-PRICE        TO WS-CPR-FIXED-PRICE
                      MOVE CTR-DISCOUNT-PCT TO WS-CPR-DISCOUNT-PCT
                   END-IF
                END-IF
           END-READ
           .

       P972-READ-NEXT-TERM-EXIT.
           EXIT.
