      * minimum order quantity, with one link per item flagged
      * preferred. Maintained by the card-driven COBST29; COBST12
      * reads the preferred link so a suggestion finally names who to
      * buy from and fires early enough for the vendor's lead time,
      * and COBST36 raises an approved buy to the minimum order
      * quantity of the link it is ordered on.
      *-----------------------------------------------------------------
       01  REC-ITEM-VENDOR.
           03  IV-KEY.
