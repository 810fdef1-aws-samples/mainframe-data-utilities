      * with no open PO at all, the category where the real losses
      * have been found. Fully received lines close off the cluster;
      * everything else rewrites with its accumulated receipts.
      * Every receipt applied, over-receipt and line closed is also
      * appended to the match history (POMATCHF.cpy) the monthly
      * COBST37 vendor scorecard is built from, and every receipt
      * applied posts to the receipt ledger (RCVLEDF.cpy) that
      * COBST38 matches vendor invoices against.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST23.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT POMATCHF ASSIGN TO POMATCHF
                  FILE STATUS IS WS-FS-POMATCHF.

           SELECT RCVLEDF  ASSIGN TO RCVLEDF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS RL-KEY
                  FILE STATUS   IS WS-FS-RCVLEDF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       01  REC-REPORT-LINE               PIC  X(080).

       FD  POMATCHF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       COPY POMATCHF.

       FD  RCVLEDF.

       COPY RCVLEDF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-OPENPOF             PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-POMATCHF            PIC X(002) VALUE SPACES.
           05  WS-FS-RCVLEDF             PIC X(002) VALUE SPACES.
           05  WS-HISTORY-ROWS           PIC 9(009) VALUE ZEROS.
           05  WS-LEDGER-POSTINGS        PIC 9(009) VALUE ZEROS.
           05  WS-LAST-IX                PIC 9(003) VALUE ZEROS.
           05  WS-HIST-IX                PIC 9(003) VALUE ZEROS.
           05  WS-HIST-TYPE              PIC X(001) VALUE SPACES.
           05  WS-HIST-QTY               PIC S9(007)V9(004)
                                          VALUE ZEROS.
           05  WS-HIST-RCPT-DATE         PIC 9(008) VALUE ZEROS.
           05  WS-LINES-HELD             PIC 9(003) VALUE ZEROS.
           05  WS-RECEIPTS-READ          PIC 9(009) VALUE ZEROS.
           05  WS-RECEIPTS-MATCHED       PIC 9(009) VALUE ZEROS.
               10  WS-PO-RECEIVED        PIC S9(007)V9(004).
               10  WS-PO-DUE             PIC 9(008).
               10  WS-PO-VENDOR          PIC X(006).
               10  WS-PO-ORDER-DATE      PIC 9(008).
               10  WS-PO-LAST-RCPT       PIC 9(008).
               10  WS-PO-UNIT-COST       PIC 9(007)V9(004).

       01  WS-SWITCHES.
           05  WS-PO-EOF-SW              PIC X(001) VALUE 'N'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND POMATCHF.

           IF WS-FS-POMATCHF NOT EQUAL '00'
              DISPLAY 'OPEN POMATCHF FS:' WS-FS-POMATCHF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O RCVLEDF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined receipt ledger opens with file
      * status 35 -- seed it empty and reopen.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-RCVLEDF EQUAL '00'
              CONTINUE
           WHEN WS-FS-RCVLEDF EQUAL '35'
              DISPLAY 'EMPTY RCVLEDF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT RCVLEDF
              CLOSE RCVLEDF
              OPEN I-O RCVLEDF

              IF WS-FS-RCVLEDF NOT EQUAL '00'
                 DISPLAY 'REOPEN RCVLEDF FS:' WS-FS-RCVLEDF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN RCVLEDF FS: ' WS-FS-RCVLEDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           MOVE 'OPEN PO THREE-WAY RECEIPT MATCH'
                                   TO WS-RPT-TITLE
           MOVE 'COBST23 '          TO WS-RPT-PROGRAM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE POMATCHF.
           IF WS-FS-POMATCHF NOT EQUAL '00'
              DISPLAY 'CLOSE POMATCHF FS:' WS-FS-POMATCHF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE RCVLEDF.
           IF WS-FS-RCVLEDF NOT EQUAL '00'
              DISPLAY 'CLOSE RCVLEDF FS:' WS-FS-RCVLEDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'PO LINES HELD.....: ' WS-LINES-HELD.
           DISPLAY 'RECEIPTS READ.....: ' WS-RECEIPTS-READ.
           DISPLAY 'SHORTS PAST DUE...: ' WS-SHORTS-PAST-DUE.
           DISPLAY 'PAID NO OPEN PO...: ' WS-PAID-NO-PO.
           DISPLAY 'LINES CLOSED......: ' WS-LINES-CLOSED.
           DISPLAY 'HISTORY ROWS......: ' WS-HISTORY-ROWS.
           DISPLAY 'LEDGER POSTINGS...: ' WS-LEDGER-POSTINGS.
           DISPLAY '--------------------'.

           DISPLAY 'COBST23 FINISHED'.
                   MOVE PO-RECEIVED-QTY TO WS-PO-RECEIVED (WS-PO-CNT)
                   MOVE PO-DUE-DATE     TO WS-PO-DUE      (WS-PO-CNT)
                   MOVE PO-VENDOR-CODE  TO WS-PO-VENDOR   (WS-PO-CNT)
                   MOVE ZEROS           TO WS-PO-LAST-RCPT
                                           (WS-PO-CNT)

                   IF PO-ORDER-DATE NUMERIC
                      MOVE PO-ORDER-DATE TO WS-PO-ORDER-DATE
                                            (WS-PO-CNT)
                   ELSE
                      MOVE ZEROS         TO WS-PO-ORDER-DATE
                                            (WS-PO-CNT)
                   END-IF

                   IF PO-UNIT-COST NUMERIC
                      MOVE PO-UNIT-COST  TO WS-PO-UNIT-COST
                                            (WS-PO-CNT)
                   ELSE
                      MOVE ZEROS         TO WS-PO-UNIT-COST
                                            (WS-PO-CNT)
                   END-IF
                ELSE
                   DISPLAY 'PO TABLE FULL. LINE NOT MATCHED: '
                            PO-NUMBER ' ' PO-LINE-NO
       P210-MATCH-ONE-RECEIPT.

           MOVE RCP-RECEIPT-QTY TO WS-RELIEF-LEFT
           MOVE ZEROS           TO WS-LAST-IX

      *-----------------------------------------------------------------
      * WS-BEST-IX is primed non-zero so the UNTIL admits the first
              MOVE WS-MATCH-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              IF WS-LAST-IX GREATER ZERO
                 MOVE 'O'              TO WS-HIST-TYPE
                 MOVE WS-RELIEF-LEFT   TO WS-HIST-QTY
                 MOVE RCP-RECEIPT-DATE TO WS-HIST-RCPT-DATE
                 MOVE WS-LAST-IX       TO WS-HIST-IX

                 PERFORM P600-WRITE-HISTORY
                 THRU    P600-WRITE-HISTORY-EXIT
              END-IF
           ELSE
              ADD 1 TO WS-RECEIPTS-MATCHED
           END-IF

              ADD WS-TAKE-QTY TO WS-PO-RECEIVED (WS-BEST-IX)
              SUBTRACT WS-TAKE-QTY FROM WS-RELIEF-LEFT

              MOVE WS-BEST-IX       TO WS-LAST-IX
                                       WS-HIST-IX
              MOVE RCP-RECEIPT-DATE TO WS-PO-LAST-RCPT (WS-BEST-IX)

              MOVE 'R'              TO WS-HIST-TYPE
              MOVE WS-TAKE-QTY      TO WS-HIST-QTY
              MOVE RCP-RECEIPT-DATE TO WS-HIST-RCPT-DATE

              PERFORM P600-WRITE-HISTORY
              THRU    P600-WRITE-HISTORY-EXIT
           END-IF
           .

                   END-IF

                   ADD 1 TO WS-LINES-CLOSED

                   MOVE 'C'                       TO WS-HIST-TYPE
                   MOVE WS-PO-RECEIVED (WS-PO-IX) TO WS-HIST-QTY
                   MOVE WS-PO-LAST-RCPT (WS-PO-IX)
                                                  TO WS-HIST-RCPT-DATE
                   MOVE WS-PO-IX                  TO WS-HIST-IX

                   PERFORM P600-WRITE-HISTORY
                   THRU    P600-WRITE-HISTORY-EXIT
                ELSE
                   MOVE WS-PO-RECEIVED (WS-PO-IX)
                     TO PO-RECEIVED-QTY
       P520-SCAN-ITEM-PO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One match-history row for PO line WS-HIST-IX; the caller has
      * set the row type, quantity and receipt date.
      *-----------------------------------------------------------------
       P600-WRITE-HISTORY.

           MOVE SPACES                        TO REC-PO-MATCH
           MOVE WS-HIST-TYPE                  TO PMH-ROW-TYPE
           MOVE WS-HIST-QTY                   TO PMH-QTY
           MOVE WS-HIST-RCPT-DATE             TO PMH-RECEIPT-DATE
           MOVE WS-RUN-DATE                   TO PMH-MATCH-DATE
           MOVE WS-PO-NUMBER     (WS-HIST-IX) TO PMH-PO-NUMBER
           MOVE WS-PO-LINE       (WS-HIST-IX) TO PMH-PO-LINE-NO
           MOVE WS-PO-VENDOR     (WS-HIST-IX) TO PMH-VENDOR-CODE
           MOVE WS-PO-ITEM       (WS-HIST-IX) TO PMH-ITEM-ID
           MOVE WS-PO-ORDER-DATE (WS-HIST-IX) TO PMH-ORDER-DATE
           MOVE WS-PO-DUE        (WS-HIST-IX) TO PMH-DUE-DATE
           MOVE WS-PO-ORDERED    (WS-HIST-IX) TO PMH-ORDER-QTY
           MOVE WS-PO-UNIT-COST  (WS-HIST-IX) TO PMH-UNIT-COST

           WRITE REC-PO-MATCH
           END-WRITE

           IF WS-FS-POMATCHF NOT EQUAL '00'
              DISPLAY 'WRITE POMATCHF FS:' WS-FS-POMATCHF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-HISTORY-ROWS

           IF WS-HIST-TYPE EQUAL 'R'
              OR WS-HIST-TYPE EQUAL 'C'
              PERFORM P610-POST-LEDGER
              THRU    P610-POST-LEDGER-EXIT
           END-IF
           .

       P600-WRITE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A receipt adds to the line's ledger row, opening it on the
      * line's first receipt; a line closing marks its row so the
      * voucher run can drop it once it is fully invoiced.
      *-----------------------------------------------------------------
       P610-POST-LEDGER.

           MOVE WS-PO-NUMBER (WS-HIST-IX) TO RL-PO-NUMBER
           MOVE WS-PO-LINE   (WS-HIST-IX) TO RL-PO-LINE-NO

           READ RCVLEDF
             INVALID KEY
                IF WS-HIST-TYPE EQUAL 'R'
                   MOVE SPACES             TO REC-RECEIPT-LEDGER
                   MOVE WS-PO-NUMBER    (WS-HIST-IX) TO RL-PO-NUMBER
                   MOVE WS-PO-LINE      (WS-HIST-IX) TO RL-PO-LINE-NO
                   MOVE WS-PO-VENDOR    (WS-HIST-IX)
                                           TO RL-VENDOR-CODE
                   MOVE WS-PO-ITEM      (WS-HIST-IX) TO RL-ITEM-ID
                   MOVE WS-PO-UNIT-COST (WS-HIST-IX) TO RL-UNIT-COST
                   MOVE WS-HIST-QTY        TO RL-RECEIVED-QTY
                   MOVE ZEROS              TO RL-INVOICED-QTY
                   MOVE WS-HIST-RCPT-DATE  TO RL-FIRST-RCPT-DATE
                                              RL-LAST-RCPT-DATE
                   MOVE 'N'                TO RL-LINE-CLOSED-SW

                   WRITE REC-RECEIPT-LEDGER
                   END-WRITE

                   IF WS-FS-RCVLEDF NOT EQUAL '00'
                      DISPLAY 'WRITE RCVLEDF FS:' WS-FS-RCVLEDF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-LEDGER-POSTINGS
                END-IF

             NOT INVALID KEY
                IF WS-HIST-TYPE EQUAL 'R'
                   ADD WS-HIST-QTY        TO RL-RECEIVED-QTY
                   MOVE WS-HIST-RCPT-DATE TO RL-LAST-RCPT-DATE

                   IF WS-PO-UNIT-COST (WS-HIST-IX) GREATER ZEROS
                      MOVE WS-PO-UNIT-COST (WS-HIST-IX)
                                          TO RL-UNIT-COST
                   END-IF
                ELSE
                   MOVE 'Y'               TO RL-LINE-CLOSED-SW
                END-IF

                REWRITE REC-RECEIPT-LEDGER
                END-REWRITE

                IF WS-FS-RCVLEDF NOT EQUAL '00'
                   DISPLAY 'REWRITE RCVLEDF FS:' WS-FS-RCVLEDF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-LEDGER-POSTINGS
           END-READ
           .

       P610-POST-LEDGER-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
