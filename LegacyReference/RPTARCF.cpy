      * captures each REPORTF output here after its producer runs;
      * COBNS11 reprints any stored report from these rows, so an
      * auditor asking for last March's valuation gets last March's
      * pages -- not a rerun against today's data. A producer that
      * printed nothing at all is stored as a single RA-EMPTY-REPORT
      * row, so the morning bundling (COBNS13) can tell a report that
      * ran empty from one that never ran.
      *-----------------------------------------------------------------
       01  REC-REPORT-ARCHIVE.
           03  RA-PROGRAM                PIC  X(008).
           03  RA-RUN-DATE               PIC  9(008).
           03  RA-TITLE                  PIC  X(040).
           03  RA-TEXT                   PIC  X(080).
           03  RA-ROW-KIND               PIC  X(001).
               88  RA-EMPTY-REPORT           VALUE 'E'.
           03  FILLER                    PIC  X(003).
