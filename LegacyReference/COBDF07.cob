
           SELECT PARTSUMF ASSIGN TO PARTSUMF
                  FILE STATUS IS WS-FS-PARTSUMF.

           SELECT DIFSHIST ASSIGN TO DIFSHIST
                  FILE STATUS IS WS-FS-DIFSHIST.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY PARTSUMF.

       FD  DIFSHIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       COPY DIFSHSTF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-HELD-SKIPPED           PIC 9(009) VALUE ZEROS.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-LEGALHLD            PIC X(002) VALUE SPACES.
           05  WS-FS-DIFSHIST            PIC X(002) VALUE SPACES.


      *-----------------------------------------------------------------

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Before/after history of every record the purge inactivates
      * (see DIFSHSTF.cpy/DIFSHWRT.cpy).
      *-----------------------------------------------------------------
       COPY DIFSHWK.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'COBDF07 ' TO WS-HIST-PROGRAM

           ACCEPT WS-PARTITION-CARD FROM SYSIN.

           IF WS-PRT-ID NUMERIC
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND DIFSHIST.

           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'OPEN DIFSHIST FS:' WS-FS-DIFSHIST
              MOVE 'DIFSHIST' TO WS-ABD-FILE-DD
              MOVE WS-FS-DIFSHIST TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P080-TAKE-RESTART-POSITION
           THRU    P080-TAKE-RESTART-POSITION-EXIT

              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE DIFSHIST.
           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'CLOSE DIFSHIST FS:' WS-FS-DIFSHIST
              MOVE 'DIFSHIST' TO WS-ABD-FILE-DD
              MOVE WS-FS-DIFSHIST TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-LEGALHLD-OFF
              CLOSE LEGALHLD

           DISPLAY 'RECORDS PURGED...: ' WS-PURGED.
           DISPLAY 'LEGAL HOLDS KEPT.: ' WS-HELD-SKIPPED.
           DISPLAY 'PURGE AGE BUCKET.: ' WS-PURGE-AGE-BUCKET.
           DISPLAY 'HISTORY ROWS.....: ' WS-HIST-WRITTEN.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF07 FINISHED'.
      *-----------------------------------------------------------------
       P210-PURGE-RECORD.

           MOVE DB-WORK-AREA TO WS-HIST-BEFORE
           MOVE '0'          TO DB-STATUS

           REWRITE DB-WORK-AREA
           END-REWRITE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'I' TO WS-HIST-ACTION
           PERFORM P985-WRITE-HISTORY
           THRU    P985-WRITE-HISTORY-EXIT

           ADD 1 TO WS-PURGED
           .


       P999-ERROR-EXIT.
           EXIT.

       COPY DIFSHWRT.
