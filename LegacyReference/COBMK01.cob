       FD  MASKDIF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 295 CHARACTERS.

       01  REC-MASKDIF                   PIC  X(295).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
           05  WS-MSK-PHONES             PIC 9(009) VALUE ZEROS.
           05  WS-MSK-EMAILS             PIC 9(009) VALUE ZEROS.
           05  WS-MSK-DIF-NAMES          PIC 9(009) VALUE ZEROS.
           05  WS-MSK-AKA-NAMES          PIC 9(009) VALUE ZEROS.
           05  WS-MSK-SSANS              PIC 9(009) VALUE ZEROS.
           05  WS-MSK-DIF-PHONES         PIC 9(009) VALUE ZEROS.

           DISPLAY 'DIFS READ.........: ' WS-DIFS-READ.
           DISPLAY 'DIFS WRITTEN......: ' WS-DIFS-WRITTEN.
           DISPLAY 'DIFS NAMES MASKED.: ' WS-MSK-DIF-NAMES.
           DISPLAY 'ALIAS NAMES MASKED: ' WS-MSK-AKA-NAMES.
           DISPLAY 'SSANS MASKED......: ' WS-MSK-SSANS.
           DISPLAY 'DIFS PHONES MASKED: ' WS-MSK-DIF-PHONES.
           DISPLAY '--------------------'.
           EXIT.

      *-----------------------------------------------------------------
      * The personal ('10') records carry the subject's name, SSAN and
      * phone, and the alias ('30') records an also-known-as name;
      * both are masked. The offense detail redefines hold business
      * data (checks, warrants) that the keys, amounts and codes must
      * survive for the test region to be usable, so they pass through
      * intact.
      *-----------------------------------------------------------------
       P210-MASK-NEXT-DIFS.

                   END-IF
                END-IF

                IF DB-ALIAS-RECORD
                   IF DB-AKA-LAST-NAME NOT EQUAL SPACES
                      OR DB-AKA-FIRST-NAME NOT EQUAL SPACES
                      INSPECT DB-AKA-LAST-NAME
                         CONVERTING WS-LETTERS-IN TO WS-LETTERS-OUT
                      INSPECT DB-AKA-FIRST-NAME
                         CONVERTING WS-LETTERS-IN TO WS-LETTERS-OUT
                      INSPECT DB-AKA-MIDDLE-INIT
                         CONVERTING WS-LETTERS-IN TO WS-LETTERS-OUT
                      ADD 1 TO WS-MSK-AKA-NAMES
                   END-IF
                END-IF

                MOVE DB-WORK-AREA TO REC-MASKDIF

                WRITE REC-MASKDIF
