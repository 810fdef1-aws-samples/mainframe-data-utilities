       FD  AUDARCF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

       FD  AUDPULLF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       01  REC-AUDIT-PULL                PIC  X(1018).

       FD  INCPULLF
           BLOCK CONTAINS 0 RECORDS
           05  WS-ADL-TYPE               PIC 9(004) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ADL-DATE               PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ADL-OPERATOR           PIC X(008) VALUE SPACES.

       01  WS-INC-LINE.
           05  FILLER                    PIC X(007) VALUE 'INCOME '.
                   MOVE AUD-ACTION        TO WS-ADL-ACTION
                   MOVE AUD-CLIENT-TYPE   TO WS-ADL-TYPE
                   MOVE AUD-BUSINESS-DATE TO WS-ADL-DATE
                   MOVE AUD-OPERATOR-ID   TO WS-ADL-OPERATOR

                   MOVE WS-AUD-LINE TO WS-DETAIL-LINE
                   PERFORM P980-WRITE-DETAIL
