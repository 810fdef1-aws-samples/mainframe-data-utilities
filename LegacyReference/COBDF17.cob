           SELECT ARCHF  ASSIGN TO ARCHF
                  FILE STATUS IS WS-FS-ARCHF.

           SELECT DIFSHIST ASSIGN TO DIFSHIST
                  FILE STATUS IS WS-FS-DIFSHIST.

           SELECT PARAMF ASSIGN TO PARAMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
       FD  ARCHF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 295 CHARACTERS.

       01  REC-ARCHIVE                   PIC  X(295).

       FD  DIFSHIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       COPY DIFSHSTF.

       FD  PARAMF.

           05  WS-ARCHIVED               PIC 9(009) VALUE ZEROS.
           05  WS-HELD-SKIPPED           PIC 9(009) VALUE ZEROS.
           05  WS-FS-LEGALHLD            PIC X(002) VALUE SPACES.
           05  WS-FS-DIFSHIST            PIC X(002) VALUE SPACES.

      *-----------------------------------------------------------------
      * Before image of every record archived off the cluster (see
      * DIFSHSTF.cpy/DIFSHWRT.cpy).
      *-----------------------------------------------------------------
       COPY DIFSHWK.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'COBDF17 ' TO WS-HIST-PROGRAM

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND DIFSHIST.

           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'OPEN DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE LOW-VALUES TO DB-MASTER-KEY

           START DIFS KEY IS NOT LESS THAN DB-MASTER-KEY
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE DIFSHIST.
           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'CLOSE DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-LEGALHLD-OFF
              CLOSE LEGALHLD

           DISPLAY 'RECORDS ARCHIVED..: ' WS-ARCHIVED.
           DISPLAY 'LEGAL HOLDS KEPT..: ' WS-HELD-SKIPPED.
           DISPLAY 'RETENTION DAYS....: ' WS-RETAIN-DAYS.
           DISPLAY 'HISTORY ROWS......: ' WS-HIST-WRITTEN.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF17 FINISHED'.
       P220-ARCHIVE-RECORD.

           MOVE DB-WORK-AREA TO REC-ARCHIVE
                                WS-HIST-BEFORE

           WRITE REC-ARCHIVE
           END-WRITE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'D' TO WS-HIST-ACTION
           PERFORM P985-WRITE-HISTORY
           THRU    P985-WRITE-HISTORY-EXIT

           ADD 1 TO WS-ARCHIVED
           .


       P999-ERROR-EXIT.
           EXIT.

       COPY DIFSHWRT.
