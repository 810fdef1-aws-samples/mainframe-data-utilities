      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Nightly inventory general-ledger interface, after COBST10,
      * COBST20 and COBST11. Every movement that changed what the
      * inventory is worth that night is valued and posted:
      *
      *   Code  Movement                         Source
      *   RCPT  receipt                          STKJRNF 'R'
      *   SHIP  shipment                         STKJRNF 'S'
      *         replacement shipped for an item  STKJRNF 'U'
      *   KITC  kit component relieved           STKJRNF 'B'
      *   XFER  location transfer                STKJRNF 'T'
      *   RTRS  customer return back to stock    STKJRNF 'N', 'R'
      *   RTSC  customer return to scrap         STKJRNF 'N', 'S'
      *   QCRV  inspection reject to vendor      STKJRNF 'Q', 'V'
      *   QCSC  inspection reject to scrap       STKJRNF 'Q', 'S'
      *   CCNT  cycle-count adjustment           STKADJF
      *   REVL  standard cost revaluation        STKREVF
      *
      * The debit and credit accounts come from the code-table
      * posting rules ('GLPOST', see CODETBL.cpy) for the movement
      * and the item's STOCK-CLASS-CODE. Value is summed per
      * movement and class, and each sum goes to the ledger's import
      * file (GLJRNF.cpy) as one debit row and one credit row, so
      * the journal balances by construction; a net negative sum
      * posts the other way round. The control trailer carries the
      * row count and both totals.
      *
      * A movement with no posting rule is never dropped: every such
      * movement and class is listed on the console, the run ends
      * with return code 8, and no journal is written until the rule
      * is added and the interface rerun.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT STKJRNF  ASSIGN TO STKJRNF
                  FILE STATUS IS WS-FS-STKJRNF.

           SELECT STKADJF  ASSIGN TO STKADJF
                  FILE STATUS IS WS-FS-STKADJF.

           SELECT STKREVF  ASSIGN TO STKREVF
                  FILE STATUS IS WS-FS-STKREVF.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

           SELECT CODETBL  ASSIGN TO CODETBL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CT-KEY
                  FILE STATUS   IS WS-FS-CODETBL.

           SELECT GLJRNF   ASSIGN TO GLJRNF
                  FILE STATUS IS WS-FS-GLJRNF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  STKJRNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY STKJRNF.

       FD  STKADJF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY STKADJF.

       FD  STKREVF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       COPY STKREVF.

       FD  STOCKM.

       COPY stock.

       FD  CODETBL.

       COPY CODETBL.

       FD  GLJRNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY GLJRNF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-STKJRNF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKADJF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKREVF             PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-CODETBL             PIC X(002) VALUE SPACES.
           05  WS-FS-GLJRNF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-JRN-READ               PIC 9(009) VALUE ZEROS.
           05  WS-JRN-REJECTED           PIC 9(009) VALUE ZEROS.
           05  WS-ADJ-READ               PIC 9(009) VALUE ZEROS.
           05  WS-REV-READ               PIC 9(009) VALUE ZEROS.
           05  WS-MOVES-VALUED           PIC 9(009) VALUE ZEROS.
           05  WS-NO-RULE-MOVES          PIC 9(009) VALUE ZEROS.
           05  WS-GL-LINES               PIC 9(007) VALUE ZEROS.
           05  WS-GL-DEBITS              PIC 9(013)V9(002)
                                          VALUE ZEROS.
           05  WS-GL-CREDITS             PIC 9(013)V9(002)
                                          VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-STKJRNF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-STKJRNF-EOF            VALUE 'Y'.
           05  WS-STKADJF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-STKADJF-EOF            VALUE 'Y'.
           05  WS-STKREVF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-STKREVF-EOF            VALUE 'Y'.
           05  WS-ITEM-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-ITEM-FOUND             VALUE 'Y'.
           05  WS-RULE-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-RULE-FOUND             VALUE 'Y'.

      *-----------------------------------------------------------------
      * The movement in hand, whichever file it came from.
      *-----------------------------------------------------------------
       01  WS-MOVEMENT.
           05  WS-MOVE-CODE              PIC X(004) VALUE SPACES.
           05  WS-MOVE-CLASS             PIC X(004) VALUE SPACES.
           05  WS-MOVE-ITEM              PIC X(009) VALUE SPACES.
           05  WS-MOVE-AMOUNT            PIC S9(010)V9(002)
                                          VALUE ZEROS.
           05  WS-ITEM-PRICE             PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-ITEM-CLASS             PIC X(004) VALUE SPACES.

      *-----------------------------------------------------------------
      * Value by movement and class, with the accounts its posting
      * rule resolved to -- built as movements are seen.
      *-----------------------------------------------------------------
       01  WS-POSTING-TABLE.
           05  WS-PST-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-PST-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-FOUND-IDX              PIC 9(003) VALUE ZEROS.
           05  WS-PST-ENTRY OCCURS 300 TIMES.
               10  WS-PST-MOVE           PIC X(004).
               10  WS-PST-CLASS          PIC X(004).
               10  WS-PST-DR-ACCT        PIC X(012).
               10  WS-PST-CR-ACCT        PIC X(012).
               10  WS-PST-RULE-SW        PIC X(001).
                   88  WS-PST-HAS-RULE       VALUE 'Y'.
               10  WS-PST-COUNT          PIC 9(007).
               10  WS-PST-AMOUNT         PIC S9(011)V9(002).

       01  WS-POST-WORK.
           05  WS-POST-AMOUNT            PIC 9(011)V9(002)
                                          VALUE ZEROS.
           05  WS-POST-DR-ACCT           PIC X(012) VALUE SPACES.
           05  WS-POST-CR-ACCT           PIC X(012) VALUE SPACES.
           05  WS-POST-TEXT              PIC X(030) VALUE SPACES.

       01  WS-GL-LINE.
           05  WS-GLL-MOVE               PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GLL-CLASS              PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GLL-COUNT              PIC Z,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GLL-DR-ACCT            PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GLL-CR-ACCT            PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GLL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                          VALUE ZEROS.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  WS-RPT-AMT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-AMT-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                          VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST39 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY 'POSTING DATE............: ' WS-RUN-DATE

           PERFORM P100-OPEN-INPUTS THRU P100-OPEN-INPUTS-EXIT

           PERFORM P200-READ-JOURNAL THRU P200-READ-JOURNAL-EXIT
              UNTIL WS-STKJRNF-EOF

           PERFORM P300-READ-ADJUSTMENT
           THRU    P300-READ-ADJUSTMENT-EXIT
              UNTIL WS-STKADJF-EOF

           PERFORM P400-READ-REVALUATION
           THRU    P400-READ-REVALUATION-EXIT
              UNTIL WS-STKREVF-EOF

           PERFORM P190-CLOSE-INPUTS THRU P190-CLOSE-INPUTS-EXIT

           IF WS-NO-RULE-MOVES GREATER ZERO
              DISPLAY 'MOVEMENTS WITH NO POSTING RULE: '
                       WS-NO-RULE-MOVES
              DISPLAY 'GL INTERFACE STOPPED. NO JOURNAL WRITTEN.'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P600-WRITE-JOURNAL THRU P600-WRITE-JOURNAL-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'JOURNAL ROWS READ..: ' WS-JRN-READ.
           DISPLAY 'REJECTED SKIPPED...: ' WS-JRN-REJECTED.
           DISPLAY 'ADJUSTMENTS READ...: ' WS-ADJ-READ.
           DISPLAY 'REVALUATIONS READ..: ' WS-REV-READ.
           DISPLAY 'MOVEMENTS VALUED...: ' WS-MOVES-VALUED.
           DISPLAY 'GL LINES WRITTEN...: ' WS-GL-LINES.
           DISPLAY 'DEBIT TOTAL........: ' WS-GL-DEBITS.
           DISPLAY 'CREDIT TOTAL.......: ' WS-GL-CREDITS.
           DISPLAY '--------------------'.

           DISPLAY 'COBST39 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The movement journal is tonight's; the adjustment and
      * revaluation trails are cumulative and either may not exist
      * yet, which only means nothing of that kind has been posted.
      *-----------------------------------------------------------------
       P100-OPEN-INPUTS.

           OPEN INPUT STKJRNF.

           IF WS-FS-STKJRNF NOT EQUAL '00'
              DISPLAY 'OPEN STKJRNF  FS:' WS-FS-STKJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT STKADJF.

           EVALUATE TRUE
           WHEN WS-FS-STKADJF EQUAL '00'
              CONTINUE
           WHEN WS-FS-STKADJF EQUAL '35'
              DISPLAY 'NO STKADJF YET. NO COUNT ADJUSTMENTS TO POST.'
              MOVE 'Y' TO WS-STKADJF-EOF-SW
           WHEN OTHER
              DISPLAY 'OPEN STKADJF  FS:' WS-FS-STKADJF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT STKREVF.

           EVALUATE TRUE
           WHEN WS-FS-STKREVF EQUAL '00'
              CONTINUE
           WHEN WS-FS-STKREVF EQUAL '35'
              DISPLAY 'NO STKREVF YET. NO REVALUATIONS TO POST.'
              MOVE 'Y' TO WS-STKREVF-EOF-SW
           WHEN OTHER
              DISPLAY 'OPEN STKREVF  FS:' WS-FS-STKREVF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM   FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT CODETBL.

           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'OPEN CODETBL  FS:' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-OPEN-INPUTS-EXIT.
           EXIT.

       P190-CLOSE-INPUTS.

           CLOSE STKJRNF.

           IF WS-FS-STKJRNF NOT EQUAL '00'
              DISPLAY 'CLOSE STKJRNF FS:' WS-FS-STKJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-FS-STKADJF NOT EQUAL '35'
              CLOSE STKADJF

              IF WS-FS-STKADJF NOT EQUAL '00'
                 DISPLAY 'CLOSE STKADJF FS:' WS-FS-STKADJF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF WS-FS-STKREVF NOT EQUAL '35'
              CLOSE STKREVF

              IF WS-FS-STKREVF NOT EQUAL '00'
                 DISPLAY 'CLOSE STKREVF FS:' WS-FS-STKREVF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CODETBL.

           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'CLOSE CODETBL FS:' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P190-CLOSE-INPUTS-EXIT.
           EXIT.

       P200-READ-JOURNAL.

           READ STKJRNF
             AT END
                MOVE 'Y' TO WS-STKJRNF-EOF-SW
             NOT AT END
                ADD 1 TO WS-JRN-READ

                IF SJ-REJECTED
                   ADD 1 TO WS-JRN-REJECTED
                ELSE
                   PERFORM P210-VALUE-JOURNAL-ROW
                   THRU    P210-VALUE-JOURNAL-ROW-EXIT
                END-IF
           END-READ
           .

       P200-READ-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COBST10 stamps each posted row with its value and class. A
      * row without them is valued here at the item's unit price
      * now in force. A return whose disposition is not known, or a
      * movement type this interface does not know, gets a code no
      * rule is kept for, and so stops the run rather than vanish.
      *-----------------------------------------------------------------
       P210-VALUE-JOURNAL-ROW.

           EVALUATE TRUE
           WHEN SJ-RECEIPT
              MOVE 'RCPT'        TO WS-MOVE-CODE
           WHEN SJ-SHIPMENT
           WHEN SJ-SUBSTITUTE
              MOVE 'SHIP'        TO WS-MOVE-CODE
           WHEN SJ-COMPONENT
              MOVE 'KITC'        TO WS-MOVE-CODE
           WHEN SJ-TRANSFER
              MOVE 'XFER'        TO WS-MOVE-CODE
           WHEN SJ-RETURN AND SJ-RETURN-RESTOCK
              MOVE 'RTRS'        TO WS-MOVE-CODE
           WHEN SJ-RETURN AND SJ-RETURN-SCRAP
              MOVE 'RTSC'        TO WS-MOVE-CODE
           WHEN SJ-RETURN
              MOVE 'RTN?'        TO WS-MOVE-CODE
           WHEN SJ-QC-DISPOSAL AND SJ-RETURN-VENDOR
              MOVE 'QCRV'        TO WS-MOVE-CODE
           WHEN SJ-QC-DISPOSAL AND SJ-RETURN-SCRAP
              MOVE 'QCSC'        TO WS-MOVE-CODE
           WHEN SJ-QC-DISPOSAL
              MOVE 'QC? '        TO WS-MOVE-CODE
           WHEN OTHER
              MOVE 'TXN '        TO WS-MOVE-CODE
              MOVE SJ-TXN-TYPE   TO WS-MOVE-CODE (4:1)
           END-EVALUATE

           MOVE SJ-ITEM-ID TO WS-MOVE-ITEM

           IF SJ-MOVE-VALUE NUMERIC
              MOVE SJ-MOVE-VALUE TO WS-MOVE-AMOUNT
              MOVE SJ-CLASS-CODE TO WS-MOVE-CLASS
           ELSE
              PERFORM P450-READ-ITEM THRU P450-READ-ITEM-EXIT

              COMPUTE WS-MOVE-AMOUNT ROUNDED =
                 SJ-QTY * WS-ITEM-PRICE
              MOVE WS-ITEM-CLASS TO WS-MOVE-CLASS
           END-IF

           PERFORM P500-ACCUMULATE THRU P500-ACCUMULATE-EXIT
           .

       P210-VALUE-JOURNAL-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Count adjustments posted tonight; a positive variance is a
      * gain to stock.
      *-----------------------------------------------------------------
       P300-READ-ADJUSTMENT.

           READ STKADJF
             AT END
                MOVE 'Y' TO WS-STKADJF-EOF-SW
             NOT AT END
                IF ADJ-RUN-DATE EQUAL WS-RUN-DATE
                   ADD 1 TO WS-ADJ-READ

                   MOVE 'CCNT'             TO WS-MOVE-CODE
                   MOVE ADJ-ITEM-ID        TO WS-MOVE-ITEM
                   MOVE ADJ-VARIANCE-VALUE TO WS-MOVE-AMOUNT

                   PERFORM P450-READ-ITEM THRU P450-READ-ITEM-EXIT

                   MOVE WS-ITEM-CLASS      TO WS-MOVE-CLASS

                   PERFORM P500-ACCUMULATE THRU P500-ACCUMULATE-EXIT
                END-IF
           END-READ
           .

       P300-READ-ADJUSTMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Revaluations applied tonight; a positive delta writes the
      * inventory up.
      *-----------------------------------------------------------------
       P400-READ-REVALUATION.

           READ STKREVF
             AT END
                MOVE 'Y' TO WS-STKREVF-EOF-SW
             NOT AT END
                IF REV-RUN-DATE EQUAL WS-RUN-DATE
                   ADD 1 TO WS-REV-READ

                   MOVE 'REVL'         TO WS-MOVE-CODE
                   MOVE REV-ITEM-ID    TO WS-MOVE-ITEM
                   MOVE REV-CLASS-CODE TO WS-MOVE-CLASS
                   MOVE REV-DELTA      TO WS-MOVE-AMOUNT

                   PERFORM P500-ACCUMULATE THRU P500-ACCUMULATE-EXIT
                END-IF
           END-READ
           .

       P400-READ-REVALUATION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Class and unit price live on whichever record of the item's
      * pair carries the SAP layout; both are tried. An item not on
      * file leaves the class blank, the movement's general rule.
      *-----------------------------------------------------------------
       P450-READ-ITEM.

           MOVE 'N'    TO WS-ITEM-FOUND-SW
           MOVE ZEROS  TO WS-ITEM-PRICE
           MOVE SPACES TO WS-ITEM-CLASS

           MOVE SPACES       TO STOCK-KEY
           MOVE WS-MOVE-ITEM TO STOCK-ITEM-ID
           MOVE '1'          TO STOCK-RECORD-TYPE

           PERFORM P455-TRY-ITEM-RECORD
           THRU    P455-TRY-ITEM-RECORD-EXIT

           IF NOT WS-ITEM-FOUND
              MOVE SPACES       TO STOCK-KEY
              MOVE WS-MOVE-ITEM TO STOCK-ITEM-ID
              MOVE '2'          TO STOCK-RECORD-TYPE

              PERFORM P455-TRY-ITEM-RECORD
              THRU    P455-TRY-ITEM-RECORD-EXIT
           END-IF
           .

       P450-READ-ITEM-EXIT.
           EXIT.

       P455-TRY-ITEM-RECORD.

           READ STOCKM
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF STOCK-LAYOUT-SAP
                   MOVE 'Y'                      TO WS-ITEM-FOUND-SW
                   MOVE STOCK-CLASS-CODE         TO WS-ITEM-CLASS
                   MOVE STOCK-DEFAULT-UNIT-PRICE TO WS-ITEM-PRICE
                END-IF
           END-READ
           .

       P455-TRY-ITEM-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Add the movement to its movement-and-class entry. A new entry
      * looks its posting rule up once; one with no rule is reported
      * the first time it is seen and every movement under it counted.
      *-----------------------------------------------------------------
       P500-ACCUMULATE.

           ADD 1 TO WS-MOVES-VALUED

           MOVE ZEROS TO WS-FOUND-IDX
                         WS-PST-IX

           PERFORM P510-SCAN-ENTRY THRU P510-SCAN-ENTRY-EXIT
              UNTIL WS-PST-IX NOT LESS WS-PST-CNT
                 OR WS-FOUND-IDX GREATER ZERO

           IF WS-FOUND-IDX EQUAL ZERO
              IF WS-PST-CNT NOT LESS 300
                 DISPLAY 'POSTING TABLE FULL AT: ' WS-MOVE-CODE
                          ' ' WS-MOVE-CLASS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-PST-CNT
              MOVE WS-PST-CNT    TO WS-FOUND-IDX
              MOVE WS-MOVE-CODE  TO WS-PST-MOVE (WS-FOUND-IDX)
              MOVE WS-MOVE-CLASS TO WS-PST-CLASS (WS-FOUND-IDX)
              MOVE ZEROS         TO WS-PST-COUNT (WS-FOUND-IDX)
                                    WS-PST-AMOUNT (WS-FOUND-IDX)

              PERFORM P520-FIND-RULE THRU P520-FIND-RULE-EXIT
           END-IF

           ADD 1              TO WS-PST-COUNT (WS-FOUND-IDX)
           ADD WS-MOVE-AMOUNT TO WS-PST-AMOUNT (WS-FOUND-IDX)

           IF NOT WS-PST-HAS-RULE (WS-FOUND-IDX)
              ADD 1 TO WS-NO-RULE-MOVES
           END-IF
           .

       P500-ACCUMULATE-EXIT.
           EXIT.

       P510-SCAN-ENTRY.

           ADD 1 TO WS-PST-IX

           IF WS-PST-MOVE (WS-PST-IX) EQUAL WS-MOVE-CODE
              AND WS-PST-CLASS (WS-PST-IX) EQUAL WS-MOVE-CLASS
              MOVE WS-PST-IX TO WS-FOUND-IDX
           END-IF
           .

       P510-SCAN-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Rule for the movement and class; failing that, the
      * movement's general rule (class blank).
      *-----------------------------------------------------------------
       P520-FIND-RULE.

           MOVE 'N'           TO WS-RULE-FOUND-SW
           MOVE 'GLPOST  '    TO CT-TABLE-ID
           MOVE SPACES        TO CT-CODE
           MOVE WS-MOVE-CODE  TO CT-CODE (1:4)
           MOVE WS-MOVE-CLASS TO CT-CODE (5:4)

           PERFORM P525-READ-RULE THRU P525-READ-RULE-EXIT

           IF NOT WS-RULE-FOUND
              AND WS-MOVE-CLASS NOT EQUAL SPACES
              MOVE 'GLPOST  '    TO CT-TABLE-ID
              MOVE SPACES        TO CT-CODE
              MOVE WS-MOVE-CODE  TO CT-CODE (1:4)

              PERFORM P525-READ-RULE THRU P525-READ-RULE-EXIT
           END-IF

           IF WS-RULE-FOUND
              MOVE 'Y'                  TO WS-PST-RULE-SW (WS-FOUND-IDX)
              MOVE CT-DESCRIPTION (1:12)
                                        TO WS-PST-DR-ACCT (WS-FOUND-IDX)
              MOVE CT-DESCRIPTION (13:12)
                                        TO WS-PST-CR-ACCT (WS-FOUND-IDX)
           ELSE
              MOVE 'N'                  TO WS-PST-RULE-SW (WS-FOUND-IDX)
              MOVE SPACES               TO WS-PST-DR-ACCT (WS-FOUND-IDX)
                                           WS-PST-CR-ACCT (WS-FOUND-IDX)
              DISPLAY 'NO GLPOST RULE FOR MOVEMENT ' WS-MOVE-CODE
                      ' CLASS ' WS-MOVE-CLASS
                      ' FIRST ITEM ' WS-MOVE-ITEM
           END-IF
           .

       P520-FIND-RULE-EXIT.
           EXIT.

       P525-READ-RULE.

           READ CODETBL
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CT-ACTIVE
                   AND CT-DESCRIPTION (1:12) NOT EQUAL SPACES
                   AND CT-DESCRIPTION (13:12) NOT EQUAL SPACES
                   MOVE 'Y' TO WS-RULE-FOUND-SW
                END-IF
           END-READ
           .

       P525-READ-RULE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Every movement has a rule: write the journal and its report.
      *-----------------------------------------------------------------
       P600-WRITE-JOURNAL.

           OPEN OUTPUT GLJRNF.

           IF WS-FS-GLJRNF NOT EQUAL '00'
              DISPLAY 'OPEN GLJRNF   FS:' WS-FS-GLJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'INVENTORY GENERAL LEDGER INTERFACE'
                                    TO WS-RPT-TITLE
           MOVE 'COBST39 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'MOVE  CLASS     COUNT  DEBIT ACCT'
                                    TO WS-COLUMN-HEADING (1:34)
           MOVE 'CREDIT ACCT           NET VALUE'
                                    TO WS-COLUMN-HEADING (38:31)

           MOVE SPACES              TO REC-GL-JOURNAL
           MOVE 'H'                 TO GLJ-ROW-TYPE
           MOVE 'COBST39 '          TO GLJ-SOURCE
           MOVE WS-RUN-DATE         TO GLJ-HDR-POST-DATE

           PERFORM P850-WRITE-GL THRU P850-WRITE-GL-EXIT

           MOVE ZEROS TO WS-PST-IX

           PERFORM P610-POST-ENTRY THRU P610-POST-ENTRY-EXIT
              UNTIL WS-PST-IX NOT LESS WS-PST-CNT

           IF WS-GL-DEBITS NOT EQUAL WS-GL-CREDITS
              DISPLAY 'GL JOURNAL OUT OF BALANCE. DR: ' WS-GL-DEBITS
                      ' CR: ' WS-GL-CREDITS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES              TO REC-GL-JOURNAL
           MOVE 'T'                 TO GLJ-ROW-TYPE
           MOVE 'COBST39 '          TO GLJ-SOURCE
           MOVE WS-GL-LINES         TO GLJ-TRL-LINE-COUNT
           MOVE WS-GL-DEBITS        TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-GL-CREDITS       TO GLJ-TRL-CREDIT-TOTAL

           PERFORM P850-WRITE-GL THRU P850-WRITE-GL-EXIT

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           CLOSE GLJRNF.

           IF WS-FS-GLJRNF NOT EQUAL '00'
              DISPLAY 'CLOSE GLJRNF  FS:' WS-FS-GLJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P600-WRITE-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One debit and one credit row per entry that moved value. A
      * net negative sum reverses the rule: the credit account is
      * debited and the debit account credited, for the absolute sum.
      *-----------------------------------------------------------------
       P610-POST-ENTRY.

           ADD 1 TO WS-PST-IX

           MOVE SPACES                      TO WS-GL-LINE
           MOVE WS-PST-MOVE (WS-PST-IX)     TO WS-GLL-MOVE
           MOVE WS-PST-CLASS (WS-PST-IX)    TO WS-GLL-CLASS
           MOVE WS-PST-COUNT (WS-PST-IX)    TO WS-GLL-COUNT
           MOVE WS-PST-DR-ACCT (WS-PST-IX)  TO WS-GLL-DR-ACCT
           MOVE WS-PST-CR-ACCT (WS-PST-IX)  TO WS-GLL-CR-ACCT
           MOVE WS-PST-AMOUNT (WS-PST-IX)   TO WS-GLL-AMOUNT

           MOVE WS-GL-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           IF WS-PST-AMOUNT (WS-PST-IX) LESS ZERO
              SUBTRACT WS-PST-AMOUNT (WS-PST-IX) FROM ZERO
                 GIVING WS-POST-AMOUNT
              MOVE WS-PST-CR-ACCT (WS-PST-IX) TO WS-POST-DR-ACCT
              MOVE WS-PST-DR-ACCT (WS-PST-IX) TO WS-POST-CR-ACCT
           ELSE
              MOVE WS-PST-AMOUNT (WS-PST-IX)  TO WS-POST-AMOUNT
              MOVE WS-PST-DR-ACCT (WS-PST-IX) TO WS-POST-DR-ACCT
              MOVE WS-PST-CR-ACCT (WS-PST-IX) TO WS-POST-CR-ACCT
           END-IF

           IF WS-POST-AMOUNT GREATER ZERO
              PERFORM P620-DESCRIBE-ENTRY
              THRU    P620-DESCRIBE-ENTRY-EXIT

              MOVE WS-POST-DR-ACCT TO GLJ-ACCOUNT
              MOVE 'D'             TO GLJ-DR-CR

              PERFORM P630-WRITE-GL-LINE
              THRU    P630-WRITE-GL-LINE-EXIT

              ADD WS-POST-AMOUNT   TO WS-GL-DEBITS

              MOVE WS-POST-CR-ACCT TO GLJ-ACCOUNT
              MOVE 'C'             TO GLJ-DR-CR

              PERFORM P630-WRITE-GL-LINE
              THRU    P630-WRITE-GL-LINE-EXIT

              ADD WS-POST-AMOUNT   TO WS-GL-CREDITS
           END-IF
           .

       P610-POST-ENTRY-EXIT.
           EXIT.

       P620-DESCRIBE-ENTRY.

           EVALUATE WS-PST-MOVE (WS-PST-IX)
           WHEN 'RCPT'
              MOVE 'INVENTORY RECEIPTS'          TO WS-POST-TEXT
           WHEN 'SHIP'
              MOVE 'INVENTORY SHIPMENTS'         TO WS-POST-TEXT
           WHEN 'KITC'
              MOVE 'KIT COMPONENTS RELIEVED'     TO WS-POST-TEXT
           WHEN 'XFER'
              MOVE 'LOCATION TRANSFERS'          TO WS-POST-TEXT
           WHEN 'RTRS'
              MOVE 'RETURNS TO STOCK'            TO WS-POST-TEXT
           WHEN 'RTSC'
              MOVE 'RETURNS TO SCRAP'            TO WS-POST-TEXT
           WHEN 'QCRV'
              MOVE 'INSPECTION REJECTS TO VENDOR' TO WS-POST-TEXT
           WHEN 'QCSC'
              MOVE 'INSPECTION REJECTS TO SCRAP' TO WS-POST-TEXT
           WHEN 'CCNT'
              MOVE 'CYCLE COUNT ADJUSTMENTS'     TO WS-POST-TEXT
           WHEN 'REVL'
              MOVE 'STANDARD COST REVALUATION'   TO WS-POST-TEXT
           WHEN OTHER
              MOVE 'INVENTORY MOVEMENTS'         TO WS-POST-TEXT
           END-EVALUATE
           .

       P620-DESCRIBE-ENTRY-EXIT.
           EXIT.

       P630-WRITE-GL-LINE.

           MOVE 'D'                      TO GLJ-ROW-TYPE
           MOVE 'COBST39 '               TO GLJ-SOURCE
           MOVE WS-RUN-DATE              TO GLJ-POST-DATE
           MOVE WS-POST-AMOUNT           TO GLJ-AMOUNT
           MOVE WS-PST-MOVE (WS-PST-IX)  TO GLJ-MOVE-CODE
           MOVE WS-PST-CLASS (WS-PST-IX) TO GLJ-CLASS-CODE
           MOVE WS-PST-COUNT (WS-PST-IX) TO GLJ-MOVE-COUNT
           MOVE WS-POST-TEXT             TO GLJ-DESCRIPTION

           PERFORM P850-WRITE-GL THRU P850-WRITE-GL-EXIT

           ADD 1 TO WS-GL-LINES
           .

       P630-WRITE-GL-LINE-EXIT.
           EXIT.

       P850-WRITE-GL.

           WRITE REC-GL-JOURNAL
           END-WRITE

           IF WS-FS-GLJRNF NOT EQUAL '00'
              DISPLAY 'WRITE GLJRNF FS:' WS-FS-GLJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES TO REC-GL-JOURNAL
           .

       P850-WRITE-GL-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'MOVEMENTS VALUED'  TO WS-RPT-CNT-LABEL
           MOVE WS-MOVES-VALUED     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'GL LINES WRITTEN'  TO WS-RPT-CNT-LABEL
           MOVE WS-GL-LINES         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-AMOUNT-LINE
           MOVE 'DEBIT TOTAL'       TO WS-RPT-AMT-LABEL
           MOVE WS-GL-DEBITS        TO WS-RPT-AMT-VALUE
           MOVE WS-RPT-AMOUNT-LINE  TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-AMOUNT-LINE
           MOVE 'CREDIT TOTAL'      TO WS-RPT-AMT-LABEL
           MOVE WS-GL-CREDITS       TO WS-RPT-AMT-VALUE
           MOVE WS-RPT-AMOUNT-LINE  TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P900-WRITE-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
