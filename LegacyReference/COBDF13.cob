
           SELECT REPORTF ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT DIFSHIST ASSIGN TO DIFSHIST
                  FILE STATUS IS WS-FS-DIFSHIST.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       01  REC-REPORT-LINE               PIC  X(080).

       FD  DIFSHIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       COPY DIFSHSTF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-DIFSHIST            PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-SUBJECTS               PIC 9(009) VALUE ZEROS.
           05  WS-MISMATCHES             PIC 9(009) VALUE ZEROS.
           05  WS-STORED-COUNT           PIC S9(005) VALUE ZEROS.
           05  WS-TRUE-COUNT             PIC S9(005) VALUE ZEROS.
           05  WS-EXTRA-PERSONALS        PIC 9(003) VALUE ZEROS.
           05  WS-SAVED-RECORD           PIC X(295) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Before/after history of each count rewritten in UPDATE mode
      * (see DIFSHSTF.cpy/DIFSHWRT.cpy); a report-only run changes
      * nothing and does not open the history file.
      *-----------------------------------------------------------------
       COPY DIFSHWK.

      *-----------------------------------------------------------------
      * Mode card (SYSIN): 'UPDATE' in cols 1-6 asks for the corrected
      * count to be written back. Anything else reports only -- the
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-UPDATE-MODE
              OPEN EXTEND DIFSHIST

              IF WS-FS-DIFSHIST NOT EQUAL '00'
                 DISPLAY 'OPEN DIFSHIST FS:' WS-FS-DIFSHIST
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           MOVE 'DIFS OFFENSE-COUNT RECONCILIATION'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF13 '          TO WS-RPT-PROGRAM
                                      WS-HIST-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'STATE/ID NUMBER            STORED    TRUE  ACTION'
                                   TO WS-COLUMN-HEADING
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-UPDATE-MODE
              CLOSE DIFSHIST

              IF WS-FS-DIFSHIST NOT EQUAL '00'
                 DISPLAY 'CLOSE DIFSHIST FS:' WS-FS-DIFSHIST
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'SUBJECTS WALKED...: ' WS-SUBJECTS.
                        ' BEFORE: ' WS-STORED-COUNT
                        ' AFTER: '  WS-TRUE-COUNT

                MOVE DB-WORK-AREA  TO WS-HIST-BEFORE
                MOVE WS-TRUE-COUNT TO DB-OFFENSE-COUNT

                REWRITE DB-WORK-AREA
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                MOVE 'C' TO WS-HIST-ACTION
                PERFORM P985-WRITE-HISTORY
                THRU    P985-WRITE-HISTORY-EXIT

                ADD 1 TO WS-CORRECTED
           END-READ

       P999-ERROR-EXIT.
           EXIT.

       COPY DIFSHWRT.

       COPY RPTWRT.
