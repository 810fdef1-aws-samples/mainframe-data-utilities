           03  PF-ORDER-QTY              PIC  9(007)V9(004).
           03  PF-DUE-DATE               PIC  9(008).
           03  PF-VENDOR-CODE            PIC  X(006).
           03  PF-ORDER-DATE             PIC  9(008).
           03  PF-UNIT-COST              PIC  9(007)V9(004).
           03  FILLER                    PIC  X(014).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
                   MOVE PF-DUE-DATE    TO PO-DUE-DATE
                   MOVE PF-VENDOR-CODE TO PO-VENDOR-CODE

                   PERFORM P210-SET-ORDER-DATE
                   THRU    P210-SET-ORDER-DATE-EXIT

                   PERFORM P220-SET-UNIT-COST
                   THRU    P220-SET-UNIT-COST-EXIT

                   WRITE REC-OPEN-PO
                   END-WRITE

                   MOVE PF-DUE-DATE    TO PO-DUE-DATE
                   MOVE PF-VENDOR-CODE TO PO-VENDOR-CODE

                   PERFORM P210-SET-ORDER-DATE
                   THRU    P210-SET-ORDER-DATE-EXIT

                   PERFORM P220-SET-UNIT-COST
                   THRU    P220-SET-UNIT-COST-EXIT

                   REWRITE REC-OPEN-PO
                   END-REWRITE

       P200-LOAD-ONE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Purchasing's order date rides in what used to be feed filler;
      * a feed that still sends spaces there leaves it zero, and that
      * line simply drops out of the lead-time measure.
      *-----------------------------------------------------------------
       P210-SET-ORDER-DATE.

           IF PF-ORDER-DATE NUMERIC
              MOVE PF-ORDER-DATE TO PO-ORDER-DATE
           ELSE
              MOVE ZEROS         TO PO-ORDER-DATE
           END-IF
           .

       P210-SET-ORDER-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The agreed unit cost follows it in the same filler; spaces
      * leave it zero and invoice matching falls back to the item's
      * default unit price.
      *-----------------------------------------------------------------
       P220-SET-UNIT-COST.

           IF PF-UNIT-COST NUMERIC
              MOVE PF-UNIT-COST TO PO-UNIT-COST
           ELSE
              MOVE ZEROS        TO PO-UNIT-COST
           END-IF
           .

       P220-SET-UNIT-COST-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           WRITE REC-EXCEPTION
