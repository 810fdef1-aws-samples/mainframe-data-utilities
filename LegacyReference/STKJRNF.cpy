      * journal says exactly how far each input got, and the rerun
      * skips that many before posting the remainder. COBST32 reads
      * the same rows back as an item ledger.
      *
      * Each posted row also carries what the movement was worth at
      * the unit price in force when it posted, the item's
      * STOCK-CLASS-CODE, and, on a return, whether the goods went
      * back to stock ('R') or to scrap ('S'), so COBST39 can post
      * the night's movements to the general ledger without going
      * back to a master that has moved on since. Rejected rows
      * carry a zero value.
      *
      * A 'U' row records a substitution: the replacement item
      * (see SUPERSF.cpy) shipped in place of the discontinued item
      * named in SJ-SUBST-FOR-ITEM, written by COBST10 for an order
      * line and by COBST24 for a released backorder. RESTART does
      * not count 'U' rows; they ride along with the line's 'S' row.
      * COBST24 also writes an 'S' row for each backorder it releases
      * from the item's own stock. It runs after COBST10 has
      * finished with the generation, so a RESTART never meets them.
      *
      * A 'Q' row records stock quality control took out of a lot on
      * receiving-inspection hold (see STKLOTF.cpy), written by
      * COBST52: SJ-RETURN-DISP 'V' rejected back to the vendor, 'S'
      * scrapped. RESTART does not count 'Q' rows either.
      *-----------------------------------------------------------------
       01  REC-STOCK-JOURNAL.
           03  SJ-TXN-TYPE               PIC  X(001).
               88  SJ-TRANSFER               VALUE 'T'.
               88  SJ-RETURN                 VALUE 'N'.
               88  SJ-COMPONENT              VALUE 'B'.
               88  SJ-SUBSTITUTE             VALUE 'U'.
               88  SJ-QC-DISPOSAL            VALUE 'Q'.
           03  SJ-ITEM-ID                PIC  X(009).
           03  SJ-QTY                    PIC  S9(007)V9(004).
           03  SJ-OH-BEFORE              PIC  S9(008)V9(004).
           03  SJ-DISP                   PIC  X(001).
               88  SJ-POSTED                 VALUE 'P'.
               88  SJ-REJECTED               VALUE 'X'.
           03  SJ-MOVE-VALUE             PIC  S9(009)V9(002).
           03  SJ-CLASS-CODE             PIC  X(004).
           03  SJ-RETURN-DISP            PIC  X(001).
               88  SJ-RETURN-RESTOCK         VALUE 'R'.
               88  SJ-RETURN-SCRAP           VALUE 'S'.
               88  SJ-RETURN-VENDOR          VALUE 'V'.
           03  SJ-SUBST-FOR-ITEM         PIC  X(009).
           03  FILLER                    PIC  X(001).
