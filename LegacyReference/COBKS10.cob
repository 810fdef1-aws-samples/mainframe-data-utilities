       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

                   ADD 1 TO WS-APPLIED
              END-READ

      *-----------------------------------------------------------------
      * COBKS47's cascade rows audit the side files, not CLIENT.
      *-----------------------------------------------------------------
           WHEN AUD-REFERENCE
              ADD 1 TO WS-SKIPPED

           WHEN OTHER
              DISPLAY 'UNRECOGNIZED AUD-ACTION: ' AUD-ACTION
              ADD 1 TO WS-SKIPPED
