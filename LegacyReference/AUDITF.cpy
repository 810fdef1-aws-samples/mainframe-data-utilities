      * change belongs to -- taken from the INPUTF feed header, not
      * the machine clock, so a Saturday catch-up run of a Friday feed
      * still audits as Friday work.
      *
      * The merge/delete cascade (COBKS47) also audits each reference
      * it moves in the other client-side files: action 'R' for a
      * reference repointed to the surviving CLIENT-ID, 'X' for one
      * retired. Those rows carry CLIENT-TYPE zero and, in place of
      * CLIENT-MAIN images, the name of the file touched followed by
      * its record image before and after (spaces after a retire).
      * They are not CLIENT changes and the COBKS10 roll-forward
      * passes over them.
      *
      * AUD-OPERATOR-ID names the service-desk operator behind a
      * change keyed through the COBKS53 maintenance transaction; it
      * is spaces on every row the batch programs write.
      *-----------------------------------------------------------------
       01  REC-AUDIT.
           03  AUD-CLIENT-ID             PIC  9(009).
               88  AUD-INSERT                VALUE 'I'.
               88  AUD-UPDATE                VALUE 'U'.
               88  AUD-DELETE                VALUE 'D'.
               88  AUD-REF-REPOINT           VALUE 'R'.
               88  AUD-REF-RETIRE            VALUE 'X'.
               88  AUD-REFERENCE             VALUE 'R' 'X'.
           03  AUD-BEFORE-IMAGE          PIC  X(494).
           03  AUD-REF-BEFORE REDEFINES  AUD-BEFORE-IMAGE.
               05  AUD-REF-FILE          PIC  X(008).
               05  AUD-REF-BEFORE-REC    PIC  X(486).
           03  AUD-AFTER-IMAGE           PIC  X(494).
           03  AUD-REF-AFTER  REDEFINES  AUD-AFTER-IMAGE.
               05  AUD-REF-AFTER-FILE    PIC  X(008).
               05  AUD-REF-AFTER-REC     PIC  X(486).
           03  AUD-BUSINESS-DATE         PIC  9(008).
           03  AUD-OPERATOR-ID           PIC  X(008).
