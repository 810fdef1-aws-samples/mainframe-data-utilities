      * checkpoint so an interrupted run can restart after the last
      * INPUTF record it finished, instead of reloading from the top.
      * A record of all zeros means no restart is pending.
      *
      * A catch-up run (several business dates in one INPUTF) also
      * records the business date it was inside when the checkpoint
      * was taken, with the running totals as they stood when that
      * date began, so the date's own NITESUMF row still comes out
      * right after a restart. CKP-BUSINESS-DATE zero means the last
      * date worked was already closed off; both stay zero on an
      * ordinary one-date run.
      *-----------------------------------------------------------------
       01  REC-CHECKPOINT.
           03  CKP-READ                  PIC  9(009).
           03  CKP-UPDATED               PIC  9(009).
           03  CKP-REJECTED              PIC  9(009).
           03  CKP-DELETED               PIC  9(009).
           03  CKP-BUSINESS-DATE         PIC  9(008).
           03  CKP-DATE-BASE.
               05  CKP-BASE-READ         PIC  9(009).
               05  CKP-BASE-INSERTED     PIC  9(009).
               05  CKP-BASE-UPDATED      PIC  9(009).
               05  CKP-BASE-REJECTED     PIC  9(009).
               05  CKP-BASE-DELETED      PIC  9(009).
