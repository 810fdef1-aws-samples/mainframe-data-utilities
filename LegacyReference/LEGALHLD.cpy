      *-----------------------------------------------------------------
      * Legal-hold record: one keyed row per DB-MASTER-KEY that
      * litigation requires preserved exactly as it stands, with the
      * court case reference and the effective window. Maintained by the
      * card-driven COBDF26; enforced hard by COBDF07's purge and
      * COBDF17's archive unload, which skip and report held records no
      * matter what the aging says (COBDF45 also sends no adverse-action
      * notice on a held record, nor COBDF46 a negative-exchange row) --
      * replacing the hand-edited JCL that used to pull protected
      * subjects out of those jobs' input. An expiry date of zeros means
      * the hold stands until it is explicitly released.
      *-----------------------------------------------------------------
       01  REC-LEGAL-HOLD.
           03  LH-KEY.
