      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Extract control record for the incremental DIFS extracts
      * (COBDF03's fraud feed, COBDF08's police feed -- each job has its
      * own control dataset on the EXTCTLF DD). Holds the date of the
      * last successful extract: the next run selects only records whose
      * DB-FILE-MAINT-DATE falls on or after it, and rewrites the record
      * with its own run date on a clean end. A missing or zero record
      * -- or an operator FULL card -- forces a full-refresh pass for
      * resynchronization. COBDF45's adverse-action notice run keeps its
      * last-run date on its own control dataset in the same layout, but
      * selects on DB-TO-MASTER-DATE after that date and, with no record
      * on file, takes only the run date's additions -- a notice is
      * never re-sent, so there is no full pass.
      *-----------------------------------------------------------------
       01  REC-EXTRACT-CONTROL.
           03  ECT-LAST-EXTRACT-DATE     PIC  9(008).
