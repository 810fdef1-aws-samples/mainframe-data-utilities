           SELECT DIFSDISP ASSIGN TO DIFSDISP
                  FILE STATUS IS WS-FS-DIFSDISP.

           SELECT DIFSHIST ASSIGN TO DIFSHIST
                  FILE STATUS IS WS-FS-DIFSHIST.

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM

       COPY DIFSDISP.

       FD  DIFSHIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       COPY DIFSHSTF.

       FD  DIFS.

       COPY DIFSDB.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-DIFSDISP            PIC X(002) VALUE SPACES.
           05  WS-FS-DIFSHIST            PIC X(002) VALUE SPACES.
           05  WS-RUN-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-ACK-DISPOSITION        PIC X(001) VALUE SPACES.
           05  WS-ACK-REASON             PIC X(004) VALUE SPACES.
           05  WS-MATCHED                PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Before/after history of every detail-type stamping (see
      * DIFSHSTF.cpy/DIFSHWRT.cpy).
      *-----------------------------------------------------------------
       COPY DIFSHWK.

      *-----------------------------------------------------------------
      * Abend context kept current as the run proceeds; written out by

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'COBDF10 ' TO WS-HIST-PROGRAM

           OPEN INPUT  DIFSTAG.

           IF WS-FS-DIFSTAG NOT EQUAL '00'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND DIFSHIST.

           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'OPEN DIFSHIST FS:' WS-FS-DIFSHIST
              MOVE 'DIFSHIST' TO WS-ABD-FILE-DD
              MOVE WS-FS-DIFSHIST TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           READ DIFSTAG
           END-READ

              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE DIFSHIST.
           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'CLOSE DIFSHIST FS:' WS-FS-DIFSHIST
              MOVE 'DIFSHIST' TO WS-ABD-FILE-DD
              MOVE WS-FS-DIFSHIST TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
           DISPLAY 'NEWLY STAMPED.....: ' WS-STAMPED.
           DISPLAY 'MATCHED EXISTING..: ' WS-MATCHED.
           DISPLAY 'REJECTED MISMATCH.: ' WS-REJECTED.
           DISPLAY 'HISTORY ROWS......: ' WS-HIST-WRITTEN.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF10 FINISHED'.
                IF DB-DETAIL-UNSTAMPED
                   IF TAG-DETAIL-CHECK OR TAG-DETAIL-POLICE

                      MOVE DB-WORK-AREA   TO WS-HIST-BEFORE
                      MOVE TAG-DETAIL-TYPE-CODE
                                          TO DB-DETAIL-RECORD-TYPE

                         PERFORM P999-ERROR THRU P999-ERROR-EXIT
                      END-IF

                      MOVE 'C' TO WS-HIST-ACTION
                      PERFORM P985-WRITE-HISTORY
                      THRU    P985-WRITE-HISTORY-EXIT

                      ADD 1 TO WS-STAMPED

                      MOVE 'S'    TO WS-ACK-DISPOSITION

       P999-ERROR-EXIT.
           EXIT.

       COPY DIFSHWRT.
