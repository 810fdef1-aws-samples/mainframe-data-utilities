           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

      *-----------------------------------------------------------------
      * SUGGESTF carries the same suggestions as the printed list, one
      * row each, for COBST36 to check the buyers' approvals against.
      *-----------------------------------------------------------------
           SELECT SUGGESTF ASSIGN TO SUGGESTF
                  FILE STATUS IS WS-FS-SUGGESTF.

           SELECT STKLOCF  ASSIGN TO STKLOCF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC

       01  REC-REPORT-LINE               PIC  X(080).

       FD  SUGGESTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY SUGGESTF.

       FD  STKLOCF.

       COPY STKLOCF.
       01  WS-AUX.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-SUGGESTF            PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOCF             PIC X(002) VALUE SPACES.
           05  WS-FS-ITMVENF             PIC X(002) VALUE SPACES.
           05  WS-FS-VENDORF             PIC X(002) VALUE SPACES.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT SUGGESTF.

           IF WS-FS-SUGGESTF NOT EQUAL '00'
              DISPLAY 'OPEN SUGGESTF FS:' WS-FS-SUGGESTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * Location split (see STKLOCF.cpy): every count dispute starts
      * with "which location was that in", so the suggestion lines
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE SUGGESTF.
           IF WS-FS-SUGGESTF NOT EQUAL '00'
              DISPLAY 'CLOSE SUGGESTF FS:' WS-FS-SUGGESTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-STKLOCF-OFF
              CLOSE STKLOCF

                 MOVE WS-ITM-LEAD-DAYS TO WS-SUG-LEAD-DAYS (WS-SUG-CNT)
                 MOVE 'N'              TO WS-SUG-PRINTED-SW
                                          (WS-SUG-CNT)

                 PERFORM P310-WRITE-SUGGESTION
                 THRU    P310-WRITE-SUGGESTION-EXIT
              ELSE
                 DISPLAY 'SUGGESTION TABLE FULL. ITEM DROPPED: '
                          WS-ITM-CURRENT
       P300-JUDGE-ITEM-EXIT.
           EXIT.

       P310-WRITE-SUGGESTION.

           MOVE SPACES           TO REC-SUGGESTION
           MOVE WS-ITM-CURRENT   TO SGF-ITEM-ID
           MOVE WS-ITM-BUYER     TO SGF-BUYER
           MOVE WS-ITM-VENDOR    TO SGF-VENDOR-CODE
           MOVE WS-ITM-LEAD-DAYS TO SGF-LEAD-DAYS
           MOVE WS-ITM-SHORTFALL TO SGF-SHORTFALL
           MOVE WS-ITM-CLASS     TO SGF-ABC-CLASS
           MOVE WS-RUN-DATE      TO SGF-RUN-DATE

           WRITE REC-SUGGESTION
           END-WRITE

           IF WS-FS-SUGGESTF NOT EQUAL '00'
              DISPLAY 'WRITE SUGGESTF FS:' WS-FS-SUGGESTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P310-WRITE-SUGGESTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The item's preferred link wins; with none flagged, the first
      * link on file stands in. The vendor's own default lead time
      * backstops a link with no lead of its own, and once the COBST37
      * scorecard has measured how long the vendor really takes, that
      * measured lead replaces the promised one.
      *-----------------------------------------------------------------
       P305-FETCH-VENDOR.

                         AND VEN-LEAD-DAYS NUMERIC
                         MOVE VEN-LEAD-DAYS TO WS-ITM-LEAD-DAYS
                      END-IF

                      IF VEN-ACTUAL-LEAD-DAYS NUMERIC
                         AND VEN-ACTUAL-LEAD-DAYS GREATER ZEROS
                         MOVE VEN-ACTUAL-LEAD-DAYS
                           TO WS-ITM-LEAD-DAYS
                      END-IF
                 END-READ
              END-IF
           END-IF
