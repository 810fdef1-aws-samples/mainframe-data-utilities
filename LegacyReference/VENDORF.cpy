      * Maintained by the card-driven COBST29 alongside the ITMVENF
      * item-vendor links; COBST12 decodes the preferred vendor's
      * name from here onto the replenishment suggestions.
      * VEN-ACTUAL-LEAD-DAYS is the lead time the vendor actually
      * delivered in, measured by the COBST37 scorecard for
      * VEN-ACTUAL-LEAD-MONTH (YYYYMM); zero until first measured.
      * COBST12 plans on it in place of the promised lead time.
      *-----------------------------------------------------------------
       01  REC-VENDOR.
           03  VEN-KEY.
               88  VEN-ACTIVE                VALUE 'A'.
               88  VEN-INACTIVE              VALUE 'I'.
           03  VEN-EFFECTIVE-DATE        PIC  9(008).
           03  VEN-ACTUAL-LEAD-DAYS      PIC  9(003).
           03  VEN-ACTUAL-LEAD-MONTH     PIC  9(006).
           03  FILLER                    PIC  X(003).
