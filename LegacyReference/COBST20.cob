           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY STKADJF.

       FD  STOCKM.

