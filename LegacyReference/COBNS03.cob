       FD  CHKPTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 098 CHARACTERS.

       COPY CHKPTF.

