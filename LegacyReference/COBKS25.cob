       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

       FD  AUDARCF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       01  REC-AUDIT-ARCHIVE             PIC  X(1018).

       FD  AUDITNEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       01  REC-AUDIT-NEW                 PIC  X(1018).

       FD  INCARCF
           BLOCK CONTAINS 0 RECORDS
