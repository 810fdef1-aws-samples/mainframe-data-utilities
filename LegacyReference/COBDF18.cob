                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.

           SELECT DIFSHIST ASSIGN TO DIFSHIST
                  FILE STATUS IS WS-FS-DIFSHIST.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 295 CHARACTERS.

       01  REC-ARCHIVE.
           03  ARC-SORT-CODE             PIC  X(001).
               05  ARC-ID-STATE          PIC  X(002).
               05  ARC-ID-NO             PIC  X(024).
           03  ARC-RECORD-TYPE           PIC  X(002).
           03  FILLER                    PIC  X(264).

       FD  DIFS.

       COPY DIFSDB.

       FD  DIFSHIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       COPY DIFSHSTF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-MATCHED                PIC 9(009) VALUE ZEROS.
           05  WS-RESTORED               PIC 9(009) VALUE ZEROS.
           05  WS-ALREADY-ON-FILE        PIC 9(009) VALUE ZEROS.
           05  WS-FS-DIFSHIST            PIC X(002) VALUE SPACES.

      *-----------------------------------------------------------------
      * A restore is an add as far as the history is concerned (see
      * DIFSHSTF.cpy/DIFSHWRT.cpy); print mode opens no history.
      *-----------------------------------------------------------------
       COPY DIFSHWK.

      *-----------------------------------------------------------------
      * Request card (SYSIN).

           ACCEPT WS-REQUEST-CARD FROM SYSIN.

           MOVE 'COBDF18 ' TO WS-HIST-PROGRAM

           IF NOT WS-PRINT-MODE AND NOT WS-RESTORE-MODE
              DISPLAY 'INVALID MODE ON REQUEST CARD: ' WS-REQ-MODE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
                 DISPLAY 'OPEN DIFS   FS:  ' WS-FS-DIFS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              OPEN EXTEND DIFSHIST

              IF WS-FS-DIFSHIST NOT EQUAL '00'
                 DISPLAY 'OPEN DIFSHIST FS:' WS-FS-DIFSHIST
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           PERFORM P200-SEARCH-NEXT THRU P200-SEARCH-NEXT-EXIT
                 DISPLAY 'CLOSE DIFS  FS:  ' WS-FS-DIFS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE DIFSHIST

              IF WS-FS-DIFSHIST NOT EQUAL '00'
                 DISPLAY 'CLOSE DIFSHIST FS:' WS-FS-DIFSHIST
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF WS-MATCHED EQUAL ZERO
           DISPLAY 'RECORDS MATCHED.....: ' WS-MATCHED.
           DISPLAY 'RECORDS RESTORED....: ' WS-RESTORED.
           DISPLAY 'ALREADY ON CLUSTER..: ' WS-ALREADY-ON-FILE.
           DISPLAY 'HISTORY ROWS........: ' WS-HIST-WRITTEN.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF18 FINISHED'.
           DISPLAY 'RECORD TYPE   : ' ARC-RECORD-TYPE

           IF WS-RESTORE-MODE
              MOVE SPACES      TO WS-HIST-BEFORE
              MOVE REC-ARCHIVE TO DB-WORK-AREA

              WRITE DB-WORK-AREA
                NOT INVALID KEY
                   DISPLAY 'RESTORED TO CLUSTER.'
                   ADD 1 TO WS-RESTORED

                   MOVE 'A' TO WS-HIST-ACTION
                   PERFORM P985-WRITE-HISTORY
                   THRU    P985-WRITE-HISTORY-EXIT
              END-WRITE
           END-IF
           .

       P999-ERROR-EXIT.
           EXIT.

       COPY DIFSHWRT.
