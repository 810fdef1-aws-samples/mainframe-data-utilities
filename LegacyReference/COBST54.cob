      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Nightly inventory subledger tie-out, the last step of the
      * stock stream. An item's on-hand is kept in three places: the
      * SAP on-hand buckets on STOCK-MASTER (the book of record), the
      * per-location rows on STKLOCF and LOT-QTY-REMAINING across its
      * lots on STKLOTF. All three are read in item order together
      * and each item is totalled in each, so an item on only one or
      * two of them is still caught. The master figure is also rolled
      * forward from yesterday's close (see STKCLSF.cpy): last night's
      * figure, plus the pool change every posted row on tonight's
      * journal made (SJ-OH-AFTER less SJ-OH-BEFORE), plus tonight's
      * cycle-count variances from STKADJF.
      *
      * Every item where any of the four disagree lists with its
      * master on-hand, the location, lot and roll-forward
      * differences, and the variance at standard cost -- the widest
      * of its differences at the STD layout record's
      * STOCK-NEW-STD-COST, or the default unit price when the item
      * carries no standard. When the value variance summed over all
      * items exceeds the PARAMF tolerance the run ends with return
      * code 4 for the stream's close step to act on.
      *
      * Tonight's close is written to the next generation for
      * tomorrow. The first night, with no prior close, the
      * roll-forward is not checked.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST54.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

           SELECT STKLOCF  ASSIGN TO STKLOCF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS SLC-KEY
                  FILE STATUS   IS WS-FS-STKLOCF.

           SELECT STKLOTF  ASSIGN TO STKLOTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS LOT-KEY
                  FILE STATUS   IS WS-FS-STKLOTF.

           SELECT STKJRNF  ASSIGN TO STKJRNF
                  FILE STATUS IS WS-FS-STKJRNF.

           SELECT STKADJF  ASSIGN TO STKADJF
                  FILE STATUS IS WS-FS-STKADJF.

           SELECT CLOSEIN  ASSIGN TO CLOSEIN
                  FILE STATUS IS WS-FS-CLOSEIN.

           SELECT CLOSEOUT ASSIGN TO CLOSEOUT
                  FILE STATUS IS WS-FS-CLOSEOUT.

           SELECT PARAMF   ASSIGN TO PARAMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PRM-KEY
                  FILE STATUS   IS WS-FS-PARAMF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  STOCKM.

       COPY stock.

       FD  STKLOCF.

       COPY STKLOCF.

       FD  STKLOTF.

       COPY STKLOTF.

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

       FD  CLOSEIN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY STKCLSF.

       FD  CLOSEOUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-STOCK-CLOSE-OUT           PIC  X(080).

       FD  PARAMF.

       COPY PARAMF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOCF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOTF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKJRNF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKADJF             PIC X(002) VALUE SPACES.
           05  WS-FS-CLOSEIN             PIC X(002) VALUE SPACES.
           05  WS-FS-CLOSEOUT            PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-JRN-READ               PIC 9(009) VALUE ZEROS.
           05  WS-JRN-REJECTED           PIC 9(009) VALUE ZEROS.
           05  WS-ADJ-READ               PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-TIED             PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-OUT              PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-NO-MASTER        PIC 9(009) VALUE ZEROS.
           05  WS-CLOSE-WRITTEN          PIC 9(009) VALUE ZEROS.
           05  WS-TOT-MASTER-QTY         PIC S9(011)V9(004)
                                          VALUE ZEROS.
           05  WS-TOT-LOC-QTY            PIC S9(011)V9(004)
                                          VALUE ZEROS.
           05  WS-TOT-LOT-QTY            PIC S9(011)V9(004)
                                          VALUE ZEROS.
           05  WS-TOT-ROLL-QTY           PIC S9(011)V9(004)
                                          VALUE ZEROS.
           05  WS-TOT-VAR-VALUE          PIC S9(011)V9(002)
                                          VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Compiled default only -- overridden at startup from PARAMF key
      * ST54-VALUE-TOL (whole currency units of total value variance
      * the night may carry before the stream is flagged).
      *-----------------------------------------------------------------
       01  WS-VALUE-TOL                  PIC S9(007) VALUE +0000100.

      *-----------------------------------------------------------------
      * The item being tied. Each input's current key is HIGH-VALUES
      * once the input is spent (or not defined), so the lowest key
      * of the four is always the next item.
      *-----------------------------------------------------------------
       01  WS-TIE-CONTROL.
           05  WS-CUR-ITEM               PIC X(009) VALUE SPACES.
           05  WS-STK-ITEM               PIC X(009) VALUE SPACES.
           05  WS-LOC-ITEM               PIC X(009) VALUE SPACES.
           05  WS-LOT-ITEM               PIC X(009) VALUE SPACES.
           05  WS-CLS-ITEM               PIC X(009) VALUE SPACES.
           05  WS-MASTER-QTY             PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-LOC-QTY                PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-LOT-QTY                PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-PRIOR-QTY              PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-MOVED-QTY              PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-ROLL-QTY               PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-LOC-DIFF               PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-LOT-DIFF               PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-ROLL-DIFF              PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-ABS-DIFF               PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-WIDEST-DIFF            PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-STD-COST               PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-DFLT-COST              PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-VAR-VALUE              PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-MOVE-QTY               PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-MOVE-ITEM              PIC X(009) VALUE SPACES.

      *-----------------------------------------------------------------
      * Tonight's movements by item: journal pool changes and count
      * variances together.
      *-----------------------------------------------------------------
       01  WS-MOV-TABLE.
           05  WS-MOV-CNT                PIC 9(005) VALUE ZEROS.
           05  WS-MOV-IX                 PIC 9(005) VALUE ZEROS.
           05  WS-MOV-JX                 PIC 9(005) VALUE ZEROS.
           05  WS-MOV-ENTRY OCCURS 5000 TIMES.
               10  WS-MOV-ITEM           PIC X(009).
               10  WS-MOV-QTY            PIC S9(010)V9(004).

       01  WS-SWITCHES.
           05  WS-STKJRNF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-STKJRNF-EOF            VALUE 'Y'.
           05  WS-STKADJF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-STKADJF-EOF            VALUE 'Y'.
           05  WS-CLOSEIN-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-CLOSEIN-OFF            VALUE 'Y'.
           05  WS-STKLOCF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-STKLOCF-OFF            VALUE 'Y'.
           05  WS-STKLOTF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-STKLOTF-OFF            VALUE 'Y'.
           05  WS-ON-MASTER-SW           PIC X(001) VALUE 'N'.
               88  WS-ON-MASTER              VALUE 'Y'.
           05  WS-HAS-STD-SW             PIC X(001) VALUE 'N'.
               88  WS-HAS-STD                VALUE 'Y'.
           05  WS-HAD-CLOSE-SW           PIC X(001) VALUE 'N'.
               88  WS-HAD-CLOSE              VALUE 'Y'.
           05  WS-MOV-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-MOV-FOUND              VALUE 'Y'.

       01  WS-TIE-LINE.
           05  WS-TIE-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-TIE-MASTER             PIC -ZZZZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-TIE-LOC                PIC -ZZZZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-TIE-LOT                PIC -ZZZZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-TIE-ROLL               PIC -ZZZZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-TIE-VALUE              PIC -ZZZZZ9.99 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-TIE-NOTE               PIC X(003) VALUE SPACES.
           05  FILLER                    PIC X(003) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

       01  WS-RPT-QTY-LINE.
           05  WS-RPT-QTY-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-QTY-VALUE          PIC -ZZZ,ZZZ,ZZ9.9999
                                          VALUE SPACES.

       01  WS-RPT-AMT-LINE.
           05  WS-RPT-AMT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-AMT-VALUE          PIC -ZZZ,ZZZ,ZZ9.99
                                          VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST54 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY 'CLOSE DATE..............: ' WS-RUN-DATE

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           PERFORM P200-LOAD-JOURNAL THRU P200-LOAD-JOURNAL-EXIT
              UNTIL WS-STKJRNF-EOF

           PERFORM P250-LOAD-ADJUSTMENT
           THRU    P250-LOAD-ADJUSTMENT-EXIT
              UNTIL WS-STKADJF-EOF

           MOVE 'INVENTORY SUBLEDGER TIE-OUT'
                                    TO WS-RPT-TITLE
           MOVE 'COBST54 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ITEM ID'           TO WS-COLUMN-HEADING (1:7)
           MOVE 'MASTER OH'         TO WS-COLUMN-HEADING (14:9)
           MOVE 'LOC DIFF'          TO WS-COLUMN-HEADING (28:8)
           MOVE 'LOT DIFF'          TO WS-COLUMN-HEADING (41:8)
           MOVE 'ROLL DIFF'         TO WS-COLUMN-HEADING (53:9)
           MOVE 'VALUE'             TO WS-COLUMN-HEADING (68:5)
           MOVE 'NOTE'              TO WS-COLUMN-HEADING (74:4)

           PERFORM P300-READ-STOCK THRU P300-READ-STOCK-EXIT
           PERFORM P310-READ-LOC   THRU P310-READ-LOC-EXIT
           PERFORM P320-READ-LOT   THRU P320-READ-LOT-EXIT
           PERFORM P330-READ-CLOSE THRU P330-READ-CLOSE-EXIT

           PERFORM P400-TIE-ITEM THRU P400-TIE-ITEM-EXIT
              UNTIL WS-STK-ITEM EQUAL HIGH-VALUES
                AND WS-LOC-ITEM EQUAL HIGH-VALUES
                AND WS-LOT-ITEM EQUAL HIGH-VALUES
                AND WS-CLS-ITEM EQUAL HIGH-VALUES

           PERFORM P800-PRINT-TOTALS THRU P800-PRINT-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'JOURNAL ROWS READ..: ' WS-JRN-READ.
           DISPLAY 'REJECTED SKIPPED...: ' WS-JRN-REJECTED.
           DISPLAY 'ADJUSTMENTS READ...: ' WS-ADJ-READ.
           DISPLAY 'ITEMS TIED OUT.....: ' WS-ITEMS-TIED.
           DISPLAY 'ITEMS OUT OF TIE...: ' WS-ITEMS-OUT.
           DISPLAY 'ITEMS NOT ON MASTER: ' WS-ITEMS-NO-MASTER.
           DISPLAY 'CLOSE ROWS WRITTEN.: ' WS-CLOSE-WRITTEN.
           DISPLAY 'VALUE VARIANCE.....: ' WS-TOT-VAR-VALUE.
           DISPLAY '--------------------'.

           DISPLAY 'COBST54 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Variance tolerance from the shared runtime parameter file (see
      * PARAMF.cpy). A missing file or missing row leaves the compiled
      * default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'ST54-VALUE-TOL  ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST54-VALUE-TOL'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE NOT LESS ZEROS
                      MOVE PRM-VALUE TO WS-VALUE-TOL
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST54-VALUE-TOL'
                   END-IF
              END-READ

              CLOSE PARAMF

              IF WS-FS-PARAMF NOT EQUAL '00'
                 DISPLAY 'CLOSE PARAMF  FS:' WS-FS-PARAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

           WHEN WS-FS-PARAMF EQUAL '35'
              DISPLAY 'PARAMF NOT DEFINED. DEFAULTS IN EFFECT.'

           WHEN OTHER
              DISPLAY 'OPEN PARAMF  FS: ' WS-FS-PARAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'VALUE VARIANCE TOLERANCE: ' WS-VALUE-TOL
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The master and tonight's journal must be there. The location
      * and lot clusters, the count trail and the prior close may not
      * exist yet on a region just starting out; each then simply
      * contributes nothing.
      *-----------------------------------------------------------------
       P100-OPEN-FILES.

           OPEN INPUT STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM   FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT STKLOCF.

           EVALUATE TRUE
           WHEN WS-FS-STKLOCF EQUAL '00'
              CONTINUE
           WHEN WS-FS-STKLOCF EQUAL '35'
              DISPLAY 'STKLOCF NOT DEFINED. NO LOCATION ROWS TO TIE.'
              MOVE 'Y' TO WS-STKLOCF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN STKLOCF  FS:' WS-FS-STKLOCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT STKLOTF.

           EVALUATE TRUE
           WHEN WS-FS-STKLOTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-STKLOTF EQUAL '35'
              DISPLAY 'STKLOTF NOT DEFINED. NO LOTS TO TIE.'
              MOVE 'Y' TO WS-STKLOTF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN STKLOTF  FS:' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

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
              DISPLAY 'NO STKADJF YET. NO COUNT ADJUSTMENTS TO ADD.'
              MOVE 'Y' TO WS-STKADJF-EOF-SW
           WHEN OTHER
              DISPLAY 'OPEN STKADJF  FS:' WS-FS-STKADJF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT CLOSEIN.

           EVALUATE TRUE
           WHEN WS-FS-CLOSEIN EQUAL '00'
              CONTINUE
           WHEN WS-FS-CLOSEIN EQUAL '35'
              DISPLAY 'NO PRIOR CLOSE. ROLL-FORWARD NOT CHECKED.'
              MOVE 'Y' TO WS-CLOSEIN-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN CLOSEIN  FS:' WS-FS-CLOSEIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN OUTPUT CLOSEOUT.

           IF WS-FS-CLOSEOUT NOT EQUAL '00'
              DISPLAY 'OPEN CLOSEOUT FS:' WS-FS-CLOSEOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           CLOSE STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-STKLOCF-OFF
              CLOSE STKLOCF

              IF WS-FS-STKLOCF NOT EQUAL '00'
                 DISPLAY 'CLOSE STKLOCF FS:' WS-FS-STKLOCF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF NOT WS-STKLOTF-OFF
              CLOSE STKLOTF

              IF WS-FS-STKLOTF NOT EQUAL '00'
                 DISPLAY 'CLOSE STKLOTF FS:' WS-FS-STKLOTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

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

           IF NOT WS-CLOSEIN-OFF
              CLOSE CLOSEIN

              IF WS-FS-CLOSEIN NOT EQUAL '00'
                 DISPLAY 'CLOSE CLOSEIN FS:' WS-FS-CLOSEIN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE CLOSEOUT.

           IF WS-FS-CLOSEOUT NOT EQUAL '00'
              DISPLAY 'CLOSE CLOSEOUT FS:' WS-FS-CLOSEOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P190-CLOSE-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The journal is tonight's generation. What a posted row did to
      * the pool is its after less its before, whatever the movement:
      * a transfer or a return to scrap changes nothing, a kit
      * component row moves the component. Rejected rows moved
      * nothing.
      *-----------------------------------------------------------------
       P200-LOAD-JOURNAL.

           READ STKJRNF
             AT END
                MOVE 'Y' TO WS-STKJRNF-EOF-SW
             NOT AT END
                ADD 1 TO WS-JRN-READ

                IF SJ-REJECTED
                   ADD 1 TO WS-JRN-REJECTED
                ELSE
                   MOVE SJ-ITEM-ID TO WS-MOVE-ITEM

                   SUBTRACT SJ-OH-BEFORE FROM SJ-OH-AFTER
                      GIVING WS-MOVE-QTY

                   PERFORM P210-POST-MOVEMENT
                   THRU    P210-POST-MOVEMENT-EXIT
                END-IF
           END-READ
           .

       P200-LOAD-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WS-MOVE-QTY added to WS-MOVE-ITEM's movement row, added when
      * the item has none yet.
      *-----------------------------------------------------------------
       P210-POST-MOVEMENT.

           PERFORM P220-FIND-MOVEMENT THRU P220-FIND-MOVEMENT-EXIT

           IF NOT WS-MOV-FOUND
              IF WS-MOV-CNT NOT LESS 5000
                 DISPLAY 'MOVEMENT TABLE FULL AT: ' WS-MOVE-ITEM
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-MOV-CNT

              MOVE WS-MOV-CNT   TO WS-MOV-IX
              MOVE WS-MOVE-ITEM TO WS-MOV-ITEM (WS-MOV-IX)
              MOVE ZEROS        TO WS-MOV-QTY (WS-MOV-IX)
           END-IF

           ADD WS-MOVE-QTY TO WS-MOV-QTY (WS-MOV-IX)
           .

       P210-POST-MOVEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The movement row for WS-MOVE-ITEM; WS-MOV-IX points at it.
      *-----------------------------------------------------------------
       P220-FIND-MOVEMENT.

           MOVE ZEROS TO WS-MOV-JX
           MOVE 'N'   TO WS-MOV-FOUND-SW

           PERFORM P221-MATCH-MOVEMENT THRU P221-MATCH-MOVEMENT-EXIT
              UNTIL WS-MOV-FOUND
                 OR WS-MOV-JX NOT LESS WS-MOV-CNT
           .

       P220-FIND-MOVEMENT-EXIT.
           EXIT.

       P221-MATCH-MOVEMENT.

           ADD 1 TO WS-MOV-JX

           IF WS-MOV-ITEM (WS-MOV-JX) EQUAL WS-MOVE-ITEM
              MOVE 'Y'       TO WS-MOV-FOUND-SW
              MOVE WS-MOV-JX TO WS-MOV-IX
           END-IF
           .

       P221-MATCH-MOVEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Count adjustments COBST20 posted tonight go straight into the
      * unpriced bucket without a journal row.
      *-----------------------------------------------------------------
       P250-LOAD-ADJUSTMENT.

           READ STKADJF
             AT END
                MOVE 'Y' TO WS-STKADJF-EOF-SW
             NOT AT END
                IF ADJ-RUN-DATE EQUAL WS-RUN-DATE
                   ADD 1 TO WS-ADJ-READ

                   MOVE ADJ-ITEM-ID      TO WS-MOVE-ITEM
                   MOVE ADJ-VARIANCE-QTY TO WS-MOVE-QTY

                   PERFORM P210-POST-MOVEMENT
                   THRU    P210-POST-MOVEMENT-EXIT
                END-IF
           END-READ
           .

       P250-LOAD-ADJUSTMENT-EXIT.
           EXIT.

       P300-READ-STOCK.

           READ STOCKM NEXT RECORD
             AT END
                MOVE HIGH-VALUES   TO WS-STK-ITEM
             NOT AT END
                MOVE STOCK-ITEM-ID TO WS-STK-ITEM
           END-READ

           IF WS-FS-STOCKM NOT EQUAL '00'
              AND WS-FS-STOCKM NOT EQUAL '10'
              DISPLAY 'READ STOCKM   FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P300-READ-STOCK-EXIT.
           EXIT.

       P310-READ-LOC.

           IF WS-STKLOCF-OFF
              MOVE HIGH-VALUES TO WS-LOC-ITEM
           ELSE
              READ STKLOCF NEXT RECORD
                AT END
                   MOVE HIGH-VALUES TO WS-LOC-ITEM
                NOT AT END
                   MOVE SLC-ITEM-ID TO WS-LOC-ITEM
              END-READ

              IF WS-FS-STKLOCF NOT EQUAL '00'
                 AND WS-FS-STKLOCF NOT EQUAL '10'
                 DISPLAY 'READ STKLOCF  FS:' WS-FS-STKLOCF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P310-READ-LOC-EXIT.
           EXIT.

       P320-READ-LOT.

           IF WS-STKLOTF-OFF
              MOVE HIGH-VALUES TO WS-LOT-ITEM
           ELSE
              READ STKLOTF NEXT RECORD
                AT END
                   MOVE HIGH-VALUES TO WS-LOT-ITEM
                NOT AT END
                   MOVE LOT-ITEM-ID TO WS-LOT-ITEM
              END-READ

              IF WS-FS-STKLOTF NOT EQUAL '00'
                 AND WS-FS-STKLOTF NOT EQUAL '10'
                 DISPLAY 'READ STKLOTF  FS:' WS-FS-STKLOTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P320-READ-LOT-EXIT.
           EXIT.

       P330-READ-CLOSE.

           IF WS-CLOSEIN-OFF
              MOVE HIGH-VALUES TO WS-CLS-ITEM
           ELSE
              READ CLOSEIN
                AT END
                   MOVE HIGH-VALUES TO WS-CLS-ITEM
                NOT AT END
                   MOVE CLS-ITEM-ID TO WS-CLS-ITEM
              END-READ
           END-IF
           .

       P330-READ-CLOSE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One item: gather it from every input that carries it, compare,
      * and carry its close forward.
      *-----------------------------------------------------------------
       P400-TIE-ITEM.

           MOVE WS-STK-ITEM TO WS-CUR-ITEM

           IF WS-LOC-ITEM LESS WS-CUR-ITEM
              MOVE WS-LOC-ITEM TO WS-CUR-ITEM
           END-IF

           IF WS-LOT-ITEM LESS WS-CUR-ITEM
              MOVE WS-LOT-ITEM TO WS-CUR-ITEM
           END-IF

           IF WS-CLS-ITEM LESS WS-CUR-ITEM
              MOVE WS-CLS-ITEM TO WS-CUR-ITEM
           END-IF

           MOVE ZEROS TO WS-MASTER-QTY
                         WS-LOC-QTY
                         WS-LOT-QTY
                         WS-PRIOR-QTY
                         WS-MOVED-QTY
                         WS-STD-COST
                         WS-DFLT-COST
           MOVE 'N'   TO WS-ON-MASTER-SW
                         WS-HAS-STD-SW
                         WS-HAD-CLOSE-SW

           PERFORM P410-ADD-MASTER THRU P410-ADD-MASTER-EXIT
              UNTIL WS-STK-ITEM NOT EQUAL WS-CUR-ITEM

           PERFORM P420-ADD-LOC THRU P420-ADD-LOC-EXIT
              UNTIL WS-LOC-ITEM NOT EQUAL WS-CUR-ITEM

           PERFORM P430-ADD-LOT THRU P430-ADD-LOT-EXIT
              UNTIL WS-LOT-ITEM NOT EQUAL WS-CUR-ITEM

           PERFORM P440-TAKE-CLOSE THRU P440-TAKE-CLOSE-EXIT
              UNTIL WS-CLS-ITEM NOT EQUAL WS-CUR-ITEM

           IF NOT WS-HAS-STD
              MOVE WS-DFLT-COST TO WS-STD-COST
           END-IF

           MOVE WS-CUR-ITEM TO WS-MOVE-ITEM

           PERFORM P220-FIND-MOVEMENT THRU P220-FIND-MOVEMENT-EXIT

           IF WS-MOV-FOUND
              MOVE WS-MOV-QTY (WS-MOV-IX) TO WS-MOVED-QTY
           END-IF

           PERFORM P450-COMPARE THRU P450-COMPARE-EXIT

           IF WS-ON-MASTER
              PERFORM P480-WRITE-CLOSE THRU P480-WRITE-CLOSE-EXIT
           END-IF
           .

       P400-TIE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * On-hand comes off whichever record of the pair is in the SAP
      * layout; the standard off the STD layout record, the default
      * unit price standing in when there is none.
      *-----------------------------------------------------------------
       P410-ADD-MASTER.

           MOVE 'Y' TO WS-ON-MASTER-SW

           IF STOCK-LAYOUT-SAP
              IF STOCK-OH-UNPRICED-QTY NUMERIC
                 ADD STOCK-OH-UNPRICED-QTY TO WS-MASTER-QTY
              END-IF

              IF STOCK-OH-PRICED-QTY NUMERIC
                 ADD STOCK-OH-PRICED-QTY TO WS-MASTER-QTY
              END-IF
           END-IF

           IF STOCK-LAYOUT-STD
              AND STOCK-NEW-STD-COST NUMERIC
              MOVE STOCK-NEW-STD-COST TO WS-STD-COST
              MOVE 'Y'                TO WS-HAS-STD-SW
           END-IF

           IF STOCK-DEFAULT-UNIT-PRICE NUMERIC
              AND WS-DFLT-COST EQUAL ZERO
              MOVE STOCK-DEFAULT-UNIT-PRICE TO WS-DFLT-COST
           END-IF

           PERFORM P300-READ-STOCK THRU P300-READ-STOCK-EXIT
           .

       P410-ADD-MASTER-EXIT.
           EXIT.

       P420-ADD-LOC.

           IF SLC-ON-HAND-QTY NUMERIC
              ADD SLC-ON-HAND-QTY TO WS-LOC-QTY
           END-IF

           PERFORM P310-READ-LOC THRU P310-READ-LOC-EXIT
           .

       P420-ADD-LOC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Every lot counts, held or not -- a held lot is still on hand.
      *-----------------------------------------------------------------
       P430-ADD-LOT.

           IF LOT-QTY-REMAINING NUMERIC
              ADD LOT-QTY-REMAINING TO WS-LOT-QTY
           END-IF

           PERFORM P320-READ-LOT THRU P320-READ-LOT-EXIT
           .

       P430-ADD-LOT-EXIT.
           EXIT.

       P440-TAKE-CLOSE.

           IF CLS-MASTER-QTY NUMERIC
              ADD CLS-MASTER-QTY TO WS-PRIOR-QTY
           END-IF

           MOVE 'Y' TO WS-HAD-CLOSE-SW

           PERFORM P330-READ-CLOSE THRU P330-READ-CLOSE-EXIT
           .

       P440-TAKE-CLOSE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Each difference is the other figure less the master's, so a
      * plus means the location rows, the lots or the roll-forward
      * say there is more than the book. An item new since last
      * night rolls forward from nothing. The variance is the widest
      * difference at standard cost.
      *-----------------------------------------------------------------
       P450-COMPARE.

           ADD WS-PRIOR-QTY WS-MOVED-QTY GIVING WS-ROLL-QTY

           SUBTRACT WS-MASTER-QTY FROM WS-LOC-QTY GIVING WS-LOC-DIFF
           SUBTRACT WS-MASTER-QTY FROM WS-LOT-QTY GIVING WS-LOT-DIFF

           IF WS-CLOSEIN-OFF
              MOVE ZEROS TO WS-ROLL-DIFF
           ELSE
              SUBTRACT WS-MASTER-QTY FROM WS-ROLL-QTY
                 GIVING WS-ROLL-DIFF
           END-IF

           ADD WS-MASTER-QTY TO WS-TOT-MASTER-QTY
           ADD WS-LOC-QTY    TO WS-TOT-LOC-QTY
           ADD WS-LOT-QTY    TO WS-TOT-LOT-QTY
           ADD WS-ROLL-QTY   TO WS-TOT-ROLL-QTY

           IF NOT WS-ON-MASTER
              ADD 1 TO WS-ITEMS-NO-MASTER
           END-IF

           IF WS-LOC-DIFF  EQUAL ZERO
              AND WS-LOT-DIFF  EQUAL ZERO
              AND WS-ROLL-DIFF EQUAL ZERO
              AND WS-ON-MASTER
              ADD 1 TO WS-ITEMS-TIED
           ELSE
              ADD 1 TO WS-ITEMS-OUT

              MOVE ZEROS       TO WS-WIDEST-DIFF

              MOVE WS-LOC-DIFF TO WS-ABS-DIFF
              PERFORM P455-WIDEN THRU P455-WIDEN-EXIT

              MOVE WS-LOT-DIFF TO WS-ABS-DIFF
              PERFORM P455-WIDEN THRU P455-WIDEN-EXIT

              MOVE WS-ROLL-DIFF TO WS-ABS-DIFF
              PERFORM P455-WIDEN THRU P455-WIDEN-EXIT

              COMPUTE WS-VAR-VALUE ROUNDED =
                 WS-WIDEST-DIFF * WS-STD-COST

              ADD WS-VAR-VALUE TO WS-TOT-VAR-VALUE

              PERFORM P470-PRINT-ITEM THRU P470-PRINT-ITEM-EXIT
           END-IF
           .

       P450-COMPARE-EXIT.
           EXIT.

       P455-WIDEN.

           IF WS-ABS-DIFF LESS ZERO
              COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
           END-IF

           IF WS-ABS-DIFF GREATER WS-WIDEST-DIFF
              MOVE WS-ABS-DIFF TO WS-WIDEST-DIFF
           END-IF
           .

       P455-WIDEN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Note NEW: no close last night. NMS: no master record -- the
      * location or lot rows (or last night's close) name an item
      * the master no longer has, and there is no cost to value it.
      *-----------------------------------------------------------------
       P470-PRINT-ITEM.

           MOVE SPACES          TO WS-TIE-NOTE
           MOVE WS-CUR-ITEM     TO WS-TIE-ITEM
           MOVE WS-MASTER-QTY   TO WS-TIE-MASTER
           MOVE WS-LOC-DIFF     TO WS-TIE-LOC
           MOVE WS-LOT-DIFF     TO WS-TIE-LOT
           MOVE WS-ROLL-DIFF    TO WS-TIE-ROLL
           MOVE WS-VAR-VALUE    TO WS-TIE-VALUE

           IF NOT WS-HAD-CLOSE
              AND NOT WS-CLOSEIN-OFF
              MOVE 'NEW'        TO WS-TIE-NOTE
           END-IF

           IF NOT WS-ON-MASTER
              MOVE 'NMS'        TO WS-TIE-NOTE
           END-IF

           MOVE WS-TIE-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P470-PRINT-ITEM-EXIT.
           EXIT.

       P480-WRITE-CLOSE.

           MOVE SPACES          TO REC-STOCK-CLOSE
           MOVE WS-CUR-ITEM     TO CLS-ITEM-ID
           MOVE WS-RUN-DATE     TO CLS-CLOSE-DATE
           MOVE WS-MASTER-QTY   TO CLS-MASTER-QTY
           MOVE WS-LOC-QTY      TO CLS-LOC-QTY
           MOVE WS-LOT-QTY      TO CLS-LOT-QTY
           MOVE WS-STD-COST     TO CLS-STD-COST

           WRITE REC-STOCK-CLOSE-OUT FROM REC-STOCK-CLOSE
           END-WRITE

           IF WS-FS-CLOSEOUT NOT EQUAL '00'
              DISPLAY 'WRITE CLOSEOUT FS:' WS-FS-CLOSEOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-CLOSE-WRITTEN
           .

       P480-WRITE-CLOSE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Control totals, then the verdict. Over tolerance, the stream's
      * close step sees return code 4.
      *-----------------------------------------------------------------
       P800-PRINT-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ITEMS TIED OUT'    TO WS-RPT-CNT-LABEL
           MOVE WS-ITEMS-TIED       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ITEMS OUT OF TIE'  TO WS-RPT-CNT-LABEL
           MOVE WS-ITEMS-OUT        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-QTY-LINE
           MOVE 'MASTER ON HAND'    TO WS-RPT-QTY-LABEL
           MOVE WS-TOT-MASTER-QTY   TO WS-RPT-QTY-VALUE
           MOVE WS-RPT-QTY-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-QTY-LINE
           MOVE 'LOCATION ROWS'     TO WS-RPT-QTY-LABEL
           MOVE WS-TOT-LOC-QTY      TO WS-RPT-QTY-VALUE
           MOVE WS-RPT-QTY-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-QTY-LINE
           MOVE 'LOT BALANCES'      TO WS-RPT-QTY-LABEL
           MOVE WS-TOT-LOT-QTY      TO WS-RPT-QTY-VALUE
           MOVE WS-RPT-QTY-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           IF NOT WS-CLOSEIN-OFF
              MOVE SPACES              TO WS-RPT-QTY-LINE
              MOVE 'ROLLED FORWARD'    TO WS-RPT-QTY-LABEL
              MOVE WS-TOT-ROLL-QTY     TO WS-RPT-QTY-VALUE
              MOVE WS-RPT-QTY-LINE     TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           MOVE SPACES              TO WS-RPT-AMT-LINE
           MOVE 'VALUE VARIANCE'    TO WS-RPT-AMT-LABEL
           MOVE WS-TOT-VAR-VALUE    TO WS-RPT-AMT-VALUE
           MOVE WS-RPT-AMT-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-AMT-LINE
           MOVE 'TOLERANCE'         TO WS-RPT-AMT-LABEL
           MOVE WS-VALUE-TOL        TO WS-RPT-AMT-VALUE
           MOVE WS-RPT-AMT-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           IF WS-TOT-VAR-VALUE GREATER WS-VALUE-TOL
              MOVE '   *** VALUE VARIANCE OVER TOLERANCE ***'
                                       TO WS-DETAIL-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE '   SUBLEDGERS TIE WITHIN TOLERANCE'
                                       TO WS-DETAIL-LINE
           END-IF

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P800-PRINT-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
