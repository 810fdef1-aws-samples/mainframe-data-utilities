                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EXP-KEY
                  FILE STATUS   IS WS-FS-EXPUNGF.

           SELECT TOKVAULT ASSIGN TO TOKVAULT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TV-KEY
                  ALTERNATE RECORD KEY IS TV-TOKEN
                  FILE STATUS   IS WS-FS-TOKVAULT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY EXPUNGF.

       FD  TOKVAULT.

       COPY TOKVLTF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-EXTRACTED              PIC 9(009) VALUE ZEROS.
           05  WS-EXPUNGED-SKIPPED       PIC 9(009) VALUE ZEROS.
           05  WS-DISPUTED-SKIPPED       PIC 9(009) VALUE ZEROS.
           05  WS-CLEARED-SKIPPED        PIC 9(009) VALUE ZEROS.
           05  WS-FS-EXPUNGF             PIC X(002) VALUE SPACES.
           05  WS-FS-TOKVAULT            PIC X(002) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.

      *-----------------------------------------------------------------
      * SSN tokenizing routine storage (see SSNTKWK.cpy/SSNTKRT.cpy).
      *-----------------------------------------------------------------
       COPY SSNTKWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF08 STARTED'.
           PERFORM P140-OPEN-EXPUNGE-REGISTER
           THRU    P140-OPEN-EXPUNGE-REGISTER-EXIT

           MOVE 'COBDF08 ' TO WS-TKN-PROGRAM

           PERFORM P984-OPEN-TOKEN-VAULT
           THRU    P984-OPEN-TOKEN-VAULT-EXIT

           PERFORM P200-CHECK-NEXT THRU P200-CHECK-NEXT-EXIT
              UNTIL WS-EOF

              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE TOKVAULT.
           IF WS-FS-TOKVAULT NOT EQUAL '00'
              DISPLAY 'CLOSE TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P170-UPDATE-CONTROL
           THRU    P170-UPDATE-CONTROL-EXIT

           DISPLAY 'RECORDS SCANNED..: ' WS-SCANNED.
           DISPLAY 'RECORDS EXTRACTED: ' WS-EXTRACTED.
           DISPLAY 'EXPUNGED SKIPPED.: ' WS-EXPUNGED-SKIPPED.
           DISPLAY 'DISPUTED SKIPPED.: ' WS-DISPUTED-SKIPPED.
           DISPLAY 'CLEARED SKIPPED..: ' WS-CLEARED-SKIPPED.
           DISPLAY 'IDS TOKENIZED....: ' WS-TKN-SENT.
           DISPLAY 'NEW TOKENS.......: ' WS-TKN-ASSIGNED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF08 FINISHED'.
                      PERFORM P155-CHECK-EXPUNGED
                      THRU    P155-CHECK-EXPUNGED-EXIT

                      EVALUATE TRUE
                      WHEN WS-SUBJECT-EXPUNGED
                         ADD 1 TO WS-EXPUNGED-SKIPPED
                      WHEN DB-UNDER-DISPUTE
                         ADD 1 TO WS-DISPUTED-SKIPPED
                      WHEN DB-PD-CASE-CLEARED
                         ADD 1 TO WS-CLEARED-SKIPPED
                      WHEN OTHER
                         PERFORM P300-WRITE-EXTRACT
                         THRU    P300-WRITE-EXTRACT-EXIT
                      END-EVALUATE
                   END-IF
                END-IF
           END-READ
       P200-CHECK-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A subject filed under the SSN goes out under its token (see
      * SSNTKRT.cpy), never the SSN itself.
      *-----------------------------------------------------------------
       P300-WRITE-EXTRACT.

           MOVE DB-ID-NO                 TO WS-TKN-ID-NO
           PERFORM P987-TOKENIZE-ID-NO
           THRU    P987-TOKENIZE-ID-NO-EXIT

           MOVE DB-ID-STATE              TO PXT-ID-STATE
           MOVE WS-TKN-ID-NO             TO PXT-ID-NO
           MOVE DB-PD-OFFENSE-CODE       TO PXT-OFFENSE-CODE
           MOVE DB-WARRANT-NO            TO PXT-WARRANT-NO
           MOVE DB-BOOKING-NO            TO PXT-BOOKING-NO

       P999-ERROR-EXIT.
           EXIT.

       COPY SSNTKRT.
