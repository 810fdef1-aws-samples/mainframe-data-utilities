      * court order. The incremental extracts (COBDF03's fraud feed,
      * COBDF08's police feed) read it and suppress the subject from
      * everything they send after the order -- the extract trail is
      * part of what the order reaches. COBDF45 sends no adverse-action
      * notice for a subject on it, and COBDF46 withdraws it from the
      * partner states' negative-exchange files. A region with no
      * register defined suppresses nothing, the same way a missing
      * PARAMF leaves defaults in effect.
      *-----------------------------------------------------------------
       01  REC-EXPUNGE.
           03  EXP-KEY.
