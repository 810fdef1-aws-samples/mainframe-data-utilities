      * approved. Rejected and still-undecided items are handled by
      * COBKS19 -- approved items post to CLIENT/INCHSTF/AUDITF,
      * rejected items drop, and undecided items carry forward to the
      * next generation of the file. PA-FEED-ID names the feed that
      * sent the card and PA-SRV-WIN-SW carries the loader's
      * survivorship verdict for the IDNT, EDLV and INCM groups, so
      * the approved posting applies and stamps only the groups the
      * card won (see TRUSTF.cpy). Rows queued before the verdict was
      * carried hold spaces there and post whole, as they always did.
      * The desk transaction COBKS53 queues its outsized income
      * changes here too, under feed id ONLINE with the IDNT and EDLV
      * groups marked lost, so only the income posts on approval.
      *-----------------------------------------------------------------
       01  REC-PEND-APPROVAL.
           03  PA-CLIENT-ID              PIC  9(009).
           03  PA-NEW-INCOME             PIC  S9(007)V99.
           03  PA-MOVE-PCT               PIC  9(005)V99.
           03  PA-INPUT                  PIC  X(080).
           03  PA-FEED-ID                PIC  X(008).
           03  PA-SRV-WIN-FLAGS.
               05  PA-SRV-WIN-SW         PIC  X(001) OCCURS 3 TIMES.
                   88  PA-SRV-LOST           VALUE 'N'.
           03  FILLER                    PIC  X(003).
