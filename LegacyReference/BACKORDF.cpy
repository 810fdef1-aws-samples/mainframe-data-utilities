      * the receipts post and releases backorders oldest-first from
      * the newly arrived stock, carrying what still waits forward to
      * the next generation the same way COBKS15 carries its work
      * queue. A line cut to length (see REMNTRT.cpy) backorders the
      * pieces still owed with their cut length and the location the
      * line was ordered from; blank or zero on an ordinary line.
      *-----------------------------------------------------------------
       01  REC-BACKORDER.
           03  BO-ITEM-ID                PIC  X(009).
           03  BO-ORDER-NO               PIC  X(010).
           03  BO-UNFILLED-QTY           PIC  S9(007)V9(004).
           03  BO-CAPTURE-DATE           PIC  9(008).
           03  BO-LOCATION               PIC  9(003).
           03  BO-CUT-LENGTH.
               05  BO-CUT-FEET           PIC  9(003).
               05  BO-CUT-INCH           PIC  9(002).
               05  BO-CUT-FRAC-NUM       PIC  9(001).
               05  BO-CUT-FRAC-DEN       PIC  9(001).
           03  FILLER                    PIC  X(031).
