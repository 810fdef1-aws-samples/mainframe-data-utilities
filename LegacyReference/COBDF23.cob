       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE CLIENT-MAIN           TO AUD-AFTER-IMAGE
           MOVE WS-RUN-DATE           TO AUD-BUSINESS-DATE
           MOVE SPACES                TO AUD-OPERATOR-ID

           WRITE REC-AUDIT
           END-WRITE
