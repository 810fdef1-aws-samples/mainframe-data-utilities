
           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

      *-----------------------------------------------------------------
      * STKREVF is appended to only in UPDATE mode: one variance row
      * per item revalued, for the general-ledger interface.
      *-----------------------------------------------------------------
           SELECT STKREVF  ASSIGN TO STKREVF
                  FILE STATUS IS WS-FS-STKREVF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       01  REC-REPORT-LINE               PIC  X(080).

       FD  STKREVF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       COPY STKREVF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKREVF             PIC X(002) VALUE SPACES.
           05  WS-VARIANCE-ROWS          PIC 9(009) VALUE ZEROS.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-REVALUED         PIC 9(009) VALUE ZEROS.
           05  WS-CLASS-IX               PIC 9(003) VALUE ZEROS.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-UPDATE-MODE
              OPEN EXTEND STKREVF

              IF WS-FS-STKREVF EQUAL '35'
                 DISPLAY 'NO STKREVF YET. STARTING A NEW TRAIL.'
                 OPEN OUTPUT STKREVF
              END-IF

              IF WS-FS-STKREVF NOT EQUAL '00'
                 DISPLAY 'OPEN STKREVF FS: ' WS-FS-STKREVF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           MOVE 'STANDARD COST REVALUATION'
                                   TO WS-RPT-TITLE
           MOVE 'COBST11 '          TO WS-RPT-PROGRAM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-UPDATE-MODE
              CLOSE STKREVF
              IF WS-FS-STKREVF NOT EQUAL '00'
                 DISPLAY 'CLOSE STKREVF FS:' WS-FS-STKREVF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'ITEMS REVALUED....: ' WS-ITEMS-REVALUED.
           DISPLAY 'VARIANCE ROWS.....: ' WS-VARIANCE-ROWS.
           DISPLAY '--------------------'.

           DISPLAY 'COBST11 FINISHED'.
                   DISPLAY 'REWRITE STOCKM FS:' WS-FS-STOCKM
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                PERFORM P320-WRITE-VARIANCE
                THRU    P320-WRITE-VARIANCE-EXIT
           END-READ

           MOVE WS-SAVED-RECORD TO STOCK-MASTER
       P310-APPLY-REVALUATION-EXIT.
           EXIT.

       P320-WRITE-VARIANCE.

           MOVE SPACES           TO REC-STOCK-REVALUE
           MOVE WS-ITM-CURRENT   TO REV-ITEM-ID
           MOVE WS-ITM-CLASS     TO REV-CLASS-CODE
           MOVE WS-RUN-DATE      TO REV-RUN-DATE
           MOVE WS-ITM-OH-QTY    TO REV-OH-QTY
           MOVE WS-ITM-OLD-PRICE TO REV-OLD-PRICE
           MOVE WS-ITM-NEW-COST  TO REV-NEW-PRICE
           MOVE WS-ITM-OLD-VALUE TO REV-OLD-VALUE
           MOVE WS-ITM-NEW-VALUE TO REV-NEW-VALUE
           MOVE WS-ITM-DELTA     TO REV-DELTA

           WRITE REC-STOCK-REVALUE
           END-WRITE

           IF WS-FS-STKREVF NOT EQUAL '00'
              DISPLAY 'WRITE STKREVF FS:' WS-FS-STKREVF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-VARIANCE-ROWS
           .

       P320-WRITE-VARIANCE-EXIT.
           EXIT.

       P400-TALLY-CLASS.

           MOVE ZEROS TO WS-FOUND-IDX
