      * the receipt date plus STOCK-SHELF-LIFE on the 360-day
      * pseudo-julian count the stock programs share; zero means the
      * item carried no shelf life when received. COBST15 prints the
      * expiry report from this file. LOT-HOLD-CODE 'R' freezes the
      * lot against a vendor recall (set and lifted by COBST42 with
      * the recall reference and date): neither the COBST40 pick
      * list nor the COBST10 shipment relief draws on a frozen lot.
      * LOT-HOLD-CODE 'Q' is the receiving-inspection hold COBST10
      * puts on every lot of an item flagged STOCK-INSPECT-REQUIRED
      * (hold date = receipt date). A QC-held lot is not picked, not
      * relieved by shipments and not counted as free stock by the
      * backorder release or available-to-promise; COBST52 releases,
      * rejects to the vendor or scraps it, and COBST53 reports the
      * lots that have sat in inspection too long.
      *-----------------------------------------------------------------
       01  REC-STOCK-LOT.
           03  LOT-KEY.
           03  LOT-QTY-RECEIVED          PIC  S9(07)V9(04).
           03  LOT-QTY-REMAINING         PIC  S9(07)V9(04).
           03  LOT-EXPIRY-DAYNO          PIC  9(007).
           03  LOT-HOLD-CODE             PIC  X(001).
               88  LOT-NOT-HELD              VALUE SPACE.
               88  LOT-RECALL-FROZEN         VALUE 'R'.
               88  LOT-QC-HELD               VALUE 'Q'.
           03  LOT-HOLD-DATE             PIC  9(008).
           03  LOT-HOLD-REF              PIC  X(010).
