      *-----------------------------------------------------------------
      * Open purchase-order line record: one keyed row per PO line --
      * the order behind STOCK-PAID-NOT-RECVD-QTY that never used to
      * exist on our side. Loaded from purchasing's feed by COBST22,
      * and written directly by COBST36 for the replenishment POs the
      * buyers approve (numbers 'R' + run date + sequence);
      * COBST23 ties COBST10's RCPTTRAN receipts to these lines and
      * reports over-receipts, shorts past due date, and
      * paid-not-received balances with no open PO at all. A line
      * whose received quantity reaches the ordered quantity is
      * closed and deleted by the match job. PO-ORDER-DATE is the
      * date the order was placed, zero where purchasing's feed did
      * not send one; the match job carries it onto the match history
      * (POMATCHF.cpy) so COBST37 can measure real lead times.
      * PO-UNIT-COST is the price agreed on the order, zero where the
      * feed sent none; COBST23 carries it onto the receipt ledger
      * (RCVLEDF.cpy) that COBST38 matches vendor invoices against.
      *-----------------------------------------------------------------
       01  REC-OPEN-PO.
           03  PO-KEY.
           03  PO-RECEIVED-QTY           PIC  S9(007)V9(004).
           03  PO-DUE-DATE               PIC  9(008).
           03  PO-VENDOR-CODE            PIC  X(006).
           03  PO-ORDER-DATE             PIC  9(008).
           03  PO-UNIT-COST              PIC  9(007)V9(004).
           03  FILLER                    PIC  X(003).
