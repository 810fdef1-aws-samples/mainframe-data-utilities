
           IF RA-PROGRAM EQUAL WS-OPR-PROGRAM
              AND RA-RUN-DATE EQUAL WS-OPR-DATE
              AND NOT RA-EMPTY-REPORT
              MOVE RA-TEXT TO REC-REPORT-LINE

              WRITE REC-REPORT-LINE
