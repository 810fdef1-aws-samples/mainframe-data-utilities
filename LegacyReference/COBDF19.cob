           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-SUBJECTS-SCORED        PIC 9(009) VALUE ZEROS.
           05  WS-DISPUTED-SKIPPED       PIC 9(009) VALUE ZEROS.
           05  WS-CLEARED-SKIPPED        PIC 9(009) VALUE ZEROS.
           05  WS-TOP-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-SLOT-IX                PIC 9(003) VALUE ZEROS.
           05  WS-SHIFT-IX               PIC 9(003) VALUE ZEROS.
           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'SUBJECTS SCORED...: ' WS-SUBJECTS-SCORED.
           DISPLAY 'DISPUTED SKIPPED..: ' WS-DISPUTED-SKIPPED.
           DISPLAY 'CLEARED SKIPPED...: ' WS-CLEARED-SKIPPED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF19 FINISHED'.
       P070-GET-PARAMETERS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A record under open subject dispute adds nothing to the score
      * -- not its offense, its severity, its fraud indicator or its
      * recency -- until COBDF35 closes the dispute. A police record
      * the court dismissed or acquitted (posted by COBDF39) is left
      * out the same way, for good.
      *-----------------------------------------------------------------
       P200-SCORE-NEXT.

           READ DIFS NEXT RECORD
                   THRU    P300-FINISH-SUBJECT-EXIT
                END-IF

                EVALUATE TRUE
                WHEN DB-UNDER-DISPUTE
                   ADD 1 TO WS-DISPUTED-SKIPPED
                WHEN DB-OFFENSE-RECORD
                     AND DB-DETAIL-POLICE
                     AND DB-PD-CASE-CLEARED
                   ADD 1 TO WS-CLEARED-SKIPPED
                WHEN OTHER
                   PERFORM P210-ACCUMULATE
                   THRU    P210-ACCUMULATE-EXIT
                END-EVALUATE
           END-READ
           .

