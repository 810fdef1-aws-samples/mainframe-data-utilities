      * and CT-CODE is the value itself. Maintained by the card-driven
      * COBCT01; the loaders read it INPUT and treat only CT-ACTIVE
      * rows as valid. Deactivated codes stay on file so history can
      * still be decoded. Some lists carry a value rather than a
      * label: under 'STATUTE' the code is a DIFS offense code and
      * the first 16 bytes of CT-DESCRIPTION are the state statute
      * code COBDF47 reports it under. Under 'DETOKEN' the code is a
      * requestor id allowed to run the COBDF48 SSN detokenize.
      * Under 'TAXRATE' the code is a five-byte tax jurisdiction and
      * a one-byte STOCK-TAX-CLASS (blank for the jurisdiction's
      * general rate), and the first 6 bytes of CT-DESCRIPTION are
      * the sales-tax percent as 99V9999 ('072500' = 7.25%), which
      * COBST35 invoices at. Under 'GLPOST' the code is a four-byte
      * inventory movement code (see COBST39) and a STOCK-CLASS-CODE
      * (blank for the movement's general rule); CT-DESCRIPTION
      * bytes 1-12 are the account debited and 13-24 the account
      * credited when the movement adds value, reversed when it
      * takes value away.
      *-----------------------------------------------------------------
       01  REC-CODE-TABLE.
           03  CT-KEY.
