      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Standard-cost roll-up for manufactured kits. Each kit's
      * standard is its bill (see BOMF.cpy) costed out: every
      * component's standard cost times its quantity-per, plus the
      * PARAMF assembly labor per kit. The bills are walked from the
      * bottom up -- a kit is costed only once every kit among its
      * components has been -- so a component cost change reaches
      * every level above it in one run. A standard cost is the STD
      * layout record's STOCK-NEW-STD-COST, or the default unit price
      * when the item carries no standard, as COBST21 and COBST46
      * value stock.
      *
      * The listing prints each kit whose cost moves, old and new,
      * with the component lines behind the new figure. A kit with a
      * component not on file, or built from a kit that could not be
      * costed, keeps its standard. Kits the walk never reaches are in
      * or under a circular bill; they are listed with the components
      * that hold them up rather than looped on.
      *
      * Mode card (SYSIN): 'UPDATE' in cols 1-6 stores each moved
      * cost in the kit's STD layout record's STOCK-NEW-STD-COST for
      * the next COBST11 revaluation to apply; anything else is the
      * trial pass cost accounting reviews first.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST51.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT BOMF     ASSIGN TO BOMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BOM-KEY
                  FILE STATUS   IS WS-FS-BOMF.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

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

       FD  BOMF.

       COPY BOMF.

       FD  STOCKM.

       COPY stock.

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
           05  WS-FS-BOMF                PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-LINES-READ             PIC 9(009) VALUE ZEROS.
           05  WS-KITS-COSTED            PIC 9(009) VALUE ZEROS.
           05  WS-KITS-CHANGED           PIC 9(009) VALUE ZEROS.
           05  WS-KITS-APPLIED           PIC 9(009) VALUE ZEROS.
           05  WS-KITS-UNCHANGED         PIC 9(009) VALUE ZEROS.
           05  WS-KITS-NOT-COSTED        PIC 9(009) VALUE ZEROS.
           05  WS-KITS-CIRCULAR          PIC 9(009) VALUE ZEROS.
           05  WS-PASSES                 PIC 9(005) VALUE ZEROS.
           05  WS-PASS-SETTLED           PIC 9(005) VALUE ZEROS.
           05  WS-KIT-IX                 PIC 9(005) VALUE ZEROS COMP.
           05  WS-KIT-JX                 PIC 9(005) VALUE ZEROS COMP.
           05  WS-BML-IX                 PIC 9(005) VALUE ZEROS COMP.
           05  WS-FOUND-IX               PIC 9(005) VALUE ZEROS COMP.
           05  WS-SEEK-ITEM              PIC X(009) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Mode card (SYSIN): 'UPDATE' in cols 1-6 stores the rolled
      * costs; anything else is the no-update trial pass.
      *-----------------------------------------------------------------
       01  WS-MODE-CARD.
           05  WS-MODE-REQUEST           PIC X(006).
               88  WS-UPDATE-MODE            VALUE 'UPDATE'.
           05  FILLER                    PIC X(074).

      *-----------------------------------------------------------------
      * Compiled default only -- overridden at startup from PARAMF
      * (see P070-GET-PARAMETERS). The parameter is held in cents.
      *-----------------------------------------------------------------
       01  WS-PARAMETERS.
           05  WS-LABOR-CENTS            PIC 9(007) VALUE ZEROS.
           05  WS-LABOR-COST             PIC S9(08)V9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Cost of the item being fetched (see P260-FETCH-COST): the
      * record type of its STD layout record, space when it has none.
      *-----------------------------------------------------------------
       01  WS-COST-WORK.
           05  WS-ITM-COST               PIC S9(08)V9(05) VALUE ZEROS.
           05  WS-ITM-STD-TYPE           PIC X(001) VALUE SPACES.
           05  WS-ITM-ON-FILE-SW         PIC X(001) VALUE 'N'.
               88  WS-ITM-ON-FILE            VALUE 'Y'.
           05  WS-ROLL-COST              PIC S9(10)V9(05) VALUE ZEROS.
           05  WS-EXT-COST               PIC S9(10)V9(05) VALUE ZEROS.
           05  WS-COST-DELTA             PIC S9(10)V9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * The bill cluster is keyed parent-first, so each kit's lines
      * load together and the kit row records where they start and
      * end. A line's KIT-IX points at the component's own kit row
      * when the component is itself a kit; a bought component's
      * cost is fetched once at load.
      *-----------------------------------------------------------------
       01  WS-BML-TABLE.
           05  WS-BML-MAX                PIC 9(005) VALUE 5000 COMP.
           05  WS-BML-CNT                PIC 9(005) VALUE ZEROS COMP.
           05  WS-BML-ENTRY OCCURS 5000 TIMES.
               10  WS-BML-COMPONENT      PIC X(009).
               10  WS-BML-QTY-PER        PIC S9(005)V9(004).
               10  WS-BML-KIT-IX         PIC 9(005) COMP.
               10  WS-BML-COST           PIC S9(08)V9(05).
               10  WS-BML-ON-FILE-SW     PIC X(001).
                   88  WS-BML-ON-FILE        VALUE 'Y'.

       01  WS-KIT-TABLE.
           05  WS-KIT-MAX                PIC 9(005) VALUE 1000 COMP.
           05  WS-KIT-CNT                PIC 9(005) VALUE ZEROS COMP.
           05  WS-KIT-ENTRY OCCURS 1000 TIMES.
               10  WS-KIT-ITEM           PIC X(009).
               10  WS-KIT-FIRST          PIC 9(005) COMP.
               10  WS-KIT-LAST           PIC 9(005) COMP.
               10  WS-KIT-STATE          PIC X(001).
                   88  WS-KIT-PENDING        VALUE SPACE.
                   88  WS-KIT-COSTED         VALUE 'C'.
                   88  WS-KIT-MISSING        VALUE 'M'.
                   88  WS-KIT-UNDER-ERROR    VALUE 'U'.
                   88  WS-KIT-CIRCULAR       VALUE 'L'.
               10  WS-KIT-STD-TYPE       PIC X(001).
               10  WS-KIT-OLD-COST       PIC S9(08)V9(05).
               10  WS-KIT-NEW-COST       PIC S9(08)V9(05).

       01  WS-SWITCHES.
           05  WS-BOM-EOF-SW             PIC X(001) VALUE 'N'.
               88  WS-BOM-EOF                VALUE 'Y'.
           05  WS-KIT-WAITS-SW           PIC X(001) VALUE 'N'.
               88  WS-KIT-WAITS              VALUE 'Y'.
           05  WS-KIT-BLOCKED-SW         PIC X(001) VALUE SPACE.
               88  WS-KIT-NO-BLOCK           VALUE SPACE.
               88  WS-KIT-BLOCK-MISSING      VALUE 'M'.
               88  WS-KIT-BLOCK-UNDER        VALUE 'U'.

       01  WS-KIT-LINE.
           05  WS-KTL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-KTL-OLD                PIC -ZZZZZZZ9.99999
                                          VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-KTL-NEW                PIC -ZZZZZZZ9.99999
                                          VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-KTL-DELTA              PIC -ZZZZZZZ9.99999
                                          VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-KTL-ACTION             PIC X(018) VALUE SPACES.

       01  WS-CMP-LINE.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-CPL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CPL-QTY                PIC -ZZZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CPL-UNIT               PIC -ZZZZZZZ9.99999
                                          VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CPL-EXT                PIC -ZZZZZZZ9.99999
                                          VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CPL-NOTE               PIC X(018) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST51 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MODE-CARD FROM SYSIN.

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           MOVE 'KIT STANDARD COST ROLL-UP'
                                    TO WS-RPT-TITLE
           MOVE 'COBST51 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'KIT/COMPONENT'     TO WS-COLUMN-HEADING (1:13)
           MOVE 'OLD/QTY PER'       TO WS-COLUMN-HEADING (16:11)
           MOVE 'NEW/UNIT COST'     TO WS-COLUMN-HEADING (31:13)
           MOVE 'CHANGE/EXTENDED'   TO WS-COLUMN-HEADING (46:15)
           MOVE 'ACTION'            TO WS-COLUMN-HEADING (63:6)

           MOVE SPACES TO BOM-KEY

           START BOMF KEY IS NOT LESS THAN BOM-KEY
             INVALID KEY
                MOVE 'Y' TO WS-BOM-EOF-SW
           END-START

           PERFORM P200-LOAD-BILL-LINE THRU P200-LOAD-BILL-LINE-EXIT
              UNTIL WS-BOM-EOF

           MOVE ZEROS TO WS-BML-IX

           PERFORM P220-LINK-LINE THRU P220-LINK-LINE-EXIT
              UNTIL WS-BML-IX NOT LESS WS-BML-CNT

           MOVE ZEROS TO WS-KIT-IX

           PERFORM P240-NOTE-KIT-COST THRU P240-NOTE-KIT-COST-EXIT
              UNTIL WS-KIT-IX NOT LESS WS-KIT-CNT

      *-----------------------------------------------------------------
      * Each pass settles every kit whose component kits are all
      * settled; the walk ends on the first pass that settles none.
      *-----------------------------------------------------------------
           MOVE 1 TO WS-PASS-SETTLED

           PERFORM P300-ROLL-PASS THRU P300-ROLL-PASS-EXIT
              UNTIL WS-PASS-SETTLED EQUAL ZEROS

           MOVE ZEROS TO WS-KIT-IX

           PERFORM P400-REPORT-KIT THRU P400-REPORT-KIT-EXIT
              UNTIL WS-KIT-IX NOT LESS WS-KIT-CNT

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'BILL LINES READ...: ' WS-LINES-READ.
           DISPLAY 'KITS ON FILE......: ' WS-KIT-CNT.
           DISPLAY 'ROLL-UP PASSES....: ' WS-PASSES.
           DISPLAY 'KITS COSTED.......: ' WS-KITS-COSTED.
           DISPLAY 'COST CHANGED......: ' WS-KITS-CHANGED.
           DISPLAY 'COST UNCHANGED....: ' WS-KITS-UNCHANGED.
           DISPLAY 'COSTS STORED......: ' WS-KITS-APPLIED.
           DISPLAY 'NOT COSTED........: ' WS-KITS-NOT-COSTED.
           DISPLAY 'CIRCULAR BILLS....: ' WS-KITS-CIRCULAR.
           DISPLAY '--------------------'.

           DISPLAY 'COBST51 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Assembly labor from the shared runtime parameter file (see
      * PARAMF.cpy). A missing file or missing row leaves the compiled
      * default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'ST51-LABOR-CENTS' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST51-LABOR-CENTS'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE NOT LESS ZEROS
                      MOVE PRM-VALUE TO WS-LABOR-CENTS
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST51-LABOR-CENTS'
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

           DIVIDE WS-LABOR-CENTS BY 100 GIVING WS-LABOR-COST

           DISPLAY 'ASSEMBLY LABOR CENTS....: ' WS-LABOR-CENTS
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

       P100-OPEN-FILES.

           OPEN INPUT BOMF.

           IF WS-FS-BOMF NOT EQUAL '00'
              DISPLAY 'OPEN BOMF    FS: ' WS-FS-BOMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-UPDATE-MODE
              DISPLAY 'UPDATE MODE. ROLLED COSTS WILL BE STORED.'
              OPEN I-O STOCKM
           ELSE
              DISPLAY 'TRIAL MODE. NO FILE UPDATES.'
              OPEN INPUT STOCKM
           END-IF

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM  FS: ' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           CLOSE BOMF.
           IF WS-FS-BOMF NOT EQUAL '00'
              DISPLAY 'CLOSE BOMF FS:' WS-FS-BOMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STOCKM.
           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM FS:' WS-FS-STOCKM
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

       P200-LOAD-BILL-LINE.

           READ BOMF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-BOM-EOF-SW
             NOT AT END
                ADD 1 TO WS-LINES-READ

                IF WS-BML-CNT NOT LESS WS-BML-MAX
                   DISPLAY 'BILL LINE TABLE FULL AT: ' BOM-KEY
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                IF WS-KIT-CNT EQUAL ZEROS
                   OR BOM-PARENT-ITEM NOT EQUAL WS-KIT-ITEM (WS-KIT-CNT)
                   IF WS-KIT-CNT NOT LESS WS-KIT-MAX
                      DISPLAY 'KIT TABLE FULL AT: ' BOM-PARENT-ITEM
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-KIT-CNT

                   MOVE BOM-PARENT-ITEM TO WS-KIT-ITEM (WS-KIT-CNT)
                   COMPUTE WS-KIT-FIRST (WS-KIT-CNT) = WS-BML-CNT + 1
                   MOVE SPACE           TO WS-KIT-STATE (WS-KIT-CNT)
                                           WS-KIT-STD-TYPE (WS-KIT-CNT)
                   MOVE ZEROS           TO WS-KIT-OLD-COST (WS-KIT-CNT)
                                           WS-KIT-NEW-COST (WS-KIT-CNT)
                END-IF

                ADD 1 TO WS-BML-CNT

                MOVE BOM-COMPONENT-ITEM TO WS-BML-COMPONENT (WS-BML-CNT)
                MOVE ZEROS              TO WS-BML-KIT-IX (WS-BML-CNT)
                                           WS-BML-COST (WS-BML-CNT)
                MOVE 'N'                TO WS-BML-ON-FILE-SW
                                           (WS-BML-CNT)

                IF BOM-QTY-PER NUMERIC
                   MOVE BOM-QTY-PER     TO WS-BML-QTY-PER (WS-BML-CNT)
                ELSE
                   MOVE ZEROS           TO WS-BML-QTY-PER (WS-BML-CNT)
                END-IF

                MOVE WS-BML-CNT         TO WS-KIT-LAST (WS-KIT-CNT)
           END-READ
           .

       P200-LOAD-BILL-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A component that has a bill of its own takes its cost from the
      * roll-up; any other is costed off STOCKM now.
      *-----------------------------------------------------------------
       P220-LINK-LINE.

           ADD 1 TO WS-BML-IX

           MOVE WS-BML-COMPONENT (WS-BML-IX) TO WS-SEEK-ITEM

           PERFORM P230-FIND-KIT THRU P230-FIND-KIT-EXIT

           MOVE WS-FOUND-IX TO WS-BML-KIT-IX (WS-BML-IX)

           IF WS-FOUND-IX EQUAL ZEROS
              PERFORM P260-FETCH-COST THRU P260-FETCH-COST-EXIT

              MOVE WS-ITM-COST       TO WS-BML-COST (WS-BML-IX)
              MOVE WS-ITM-ON-FILE-SW TO WS-BML-ON-FILE-SW (WS-BML-IX)
           ELSE
              MOVE 'Y'               TO WS-BML-ON-FILE-SW (WS-BML-IX)
           END-IF
           .

       P220-LINK-LINE-EXIT.
           EXIT.

       P230-FIND-KIT.

           MOVE ZEROS TO WS-FOUND-IX
                         WS-KIT-JX

           PERFORM P235-MATCH-KIT THRU P235-MATCH-KIT-EXIT
              UNTIL WS-KIT-JX NOT LESS WS-KIT-CNT
                 OR WS-FOUND-IX GREATER ZERO
           .

       P230-FIND-KIT-EXIT.
           EXIT.

       P235-MATCH-KIT.

           ADD 1 TO WS-KIT-JX

           IF WS-KIT-ITEM (WS-KIT-JX) EQUAL WS-SEEK-ITEM
              MOVE WS-KIT-JX TO WS-FOUND-IX
           END-IF
           .

       P235-MATCH-KIT-EXIT.
           EXIT.

       P240-NOTE-KIT-COST.

           ADD 1 TO WS-KIT-IX

           MOVE WS-KIT-ITEM (WS-KIT-IX) TO WS-SEEK-ITEM

           PERFORM P260-FETCH-COST THRU P260-FETCH-COST-EXIT

           MOVE WS-ITM-COST     TO WS-KIT-OLD-COST (WS-KIT-IX)
           MOVE WS-ITM-STD-TYPE TO WS-KIT-STD-TYPE (WS-KIT-IX)
           .

       P240-NOTE-KIT-COST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WS-SEEK-ITEM's standard cost: the STD layout record's pending
      * standard when either record of the pair carries that layout,
      * otherwise the type-1 record's default unit price.
      *-----------------------------------------------------------------
       P260-FETCH-COST.

           MOVE ZEROS  TO WS-ITM-COST
           MOVE SPACES TO WS-ITM-STD-TYPE
           MOVE 'N'    TO WS-ITM-ON-FILE-SW

           MOVE SPACES       TO STOCK-KEY
           MOVE WS-SEEK-ITEM TO STOCK-ITEM-ID
           MOVE '1'          TO STOCK-RECORD-TYPE

           READ STOCKM
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-ITM-ON-FILE-SW

                IF STOCK-LAYOUT-STD
                   MOVE '1' TO WS-ITM-STD-TYPE

                   IF STOCK-NEW-STD-COST NUMERIC
                      MOVE STOCK-NEW-STD-COST TO WS-ITM-COST
                   END-IF
                ELSE
                   IF STOCK-DEFAULT-UNIT-PRICE NUMERIC
                      MOVE STOCK-DEFAULT-UNIT-PRICE TO WS-ITM-COST
                   END-IF
                END-IF
           END-READ

           MOVE SPACES       TO STOCK-KEY
           MOVE WS-SEEK-ITEM TO STOCK-ITEM-ID
           MOVE '2'          TO STOCK-RECORD-TYPE

           READ STOCKM
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-ITM-ON-FILE-SW

                IF STOCK-LAYOUT-STD
                   MOVE '2' TO WS-ITM-STD-TYPE

                   IF STOCK-NEW-STD-COST NUMERIC
                      MOVE STOCK-NEW-STD-COST TO WS-ITM-COST
                   END-IF
                END-IF
           END-READ
           .

       P260-FETCH-COST-EXIT.
           EXIT.

       P300-ROLL-PASS.

           ADD 1 TO WS-PASSES

           MOVE ZEROS TO WS-PASS-SETTLED
                         WS-KIT-IX

           PERFORM P310-TRY-KIT THRU P310-TRY-KIT-EXIT
              UNTIL WS-KIT-IX NOT LESS WS-KIT-CNT
           .

       P300-ROLL-PASS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A pending kit settles once no component kit is still pending:
      * costed when every component has a cost, otherwise left at its
      * standard with the reason.
      *-----------------------------------------------------------------
       P310-TRY-KIT.

           ADD 1 TO WS-KIT-IX

           IF WS-KIT-PENDING (WS-KIT-IX)
              MOVE 'N'   TO WS-KIT-WAITS-SW
              MOVE SPACE TO WS-KIT-BLOCKED-SW
              MOVE WS-LABOR-COST TO WS-ROLL-COST

              MOVE WS-KIT-FIRST (WS-KIT-IX) TO WS-BML-IX

              PERFORM P320-COST-LINE THRU P320-COST-LINE-EXIT
                 UNTIL WS-BML-IX GREATER WS-KIT-LAST (WS-KIT-IX)
                    OR WS-KIT-WAITS

              IF NOT WS-KIT-WAITS
                 ADD 1 TO WS-PASS-SETTLED

                 IF WS-KIT-NO-BLOCK
                    MOVE 'C' TO WS-KIT-STATE (WS-KIT-IX)
                    COMPUTE WS-KIT-NEW-COST (WS-KIT-IX) ROUNDED =
                            WS-ROLL-COST
                 ELSE
                    MOVE WS-KIT-BLOCKED-SW TO WS-KIT-STATE (WS-KIT-IX)
                 END-IF
              END-IF
           END-IF
           .

       P310-TRY-KIT-EXIT.
           EXIT.

       P320-COST-LINE.

           MOVE WS-BML-KIT-IX (WS-BML-IX) TO WS-KIT-JX

           EVALUATE TRUE
           WHEN WS-KIT-JX EQUAL ZEROS
              IF WS-BML-ON-FILE (WS-BML-IX)
                 COMPUTE WS-ROLL-COST = WS-ROLL-COST
                         + WS-BML-QTY-PER (WS-BML-IX)
                         * WS-BML-COST (WS-BML-IX)
              ELSE
                 MOVE 'M' TO WS-KIT-BLOCKED-SW
              END-IF
           WHEN WS-KIT-PENDING (WS-KIT-JX)
              MOVE 'Y' TO WS-KIT-WAITS-SW
           WHEN WS-KIT-COSTED (WS-KIT-JX)
              COMPUTE WS-ROLL-COST = WS-ROLL-COST
                      + WS-BML-QTY-PER (WS-BML-IX)
                      * WS-KIT-NEW-COST (WS-KIT-JX)
           WHEN OTHER
              IF WS-KIT-NO-BLOCK
                 MOVE 'U' TO WS-KIT-BLOCKED-SW
              END-IF
           END-EVALUATE

           ADD 1 TO WS-BML-IX
           .

       P320-COST-LINE-EXIT.
           EXIT.

       P400-REPORT-KIT.

           ADD 1 TO WS-KIT-IX

      *-----------------------------------------------------------------
      * Whatever the walk never settled waits on itself somewhere
      * down its bill.
      *-----------------------------------------------------------------
           IF WS-KIT-PENDING (WS-KIT-IX)
              MOVE 'L' TO WS-KIT-STATE (WS-KIT-IX)
           END-IF

           MOVE SPACES                   TO WS-KIT-LINE
           MOVE WS-KIT-ITEM (WS-KIT-IX)  TO WS-KTL-ITEM
           MOVE WS-KIT-OLD-COST (WS-KIT-IX)
                                         TO WS-KTL-OLD

           EVALUATE TRUE
           WHEN WS-KIT-COSTED (WS-KIT-IX)
              ADD 1 TO WS-KITS-COSTED

              COMPUTE WS-COST-DELTA = WS-KIT-NEW-COST (WS-KIT-IX)
                                    - WS-KIT-OLD-COST (WS-KIT-IX)

              IF WS-COST-DELTA EQUAL ZEROS
                 ADD 1 TO WS-KITS-UNCHANGED
              ELSE
                 ADD 1 TO WS-KITS-CHANGED

                 MOVE WS-KIT-NEW-COST (WS-KIT-IX) TO WS-KTL-NEW
                 MOVE WS-COST-DELTA               TO WS-KTL-DELTA

                 EVALUATE TRUE
                 WHEN WS-KIT-STD-TYPE (WS-KIT-IX) EQUAL SPACE
                    MOVE 'NO STD RECORD'  TO WS-KTL-ACTION
                 WHEN WS-UPDATE-MODE
                    PERFORM P450-STORE-COST
                    THRU    P450-STORE-COST-EXIT
                 WHEN OTHER
                    MOVE 'TRIAL'          TO WS-KTL-ACTION
                 END-EVALUATE

                 PERFORM P410-PRINT-KIT THRU P410-PRINT-KIT-EXIT
              END-IF

           WHEN WS-KIT-CIRCULAR (WS-KIT-IX)
              ADD 1 TO WS-KITS-CIRCULAR
              MOVE 'CIRCULAR BILL'        TO WS-KTL-ACTION

              PERFORM P410-PRINT-KIT THRU P410-PRINT-KIT-EXIT

           WHEN WS-KIT-MISSING (WS-KIT-IX)
              ADD 1 TO WS-KITS-NOT-COSTED
              MOVE 'COMPONENT MISSING'    TO WS-KTL-ACTION

              PERFORM P410-PRINT-KIT THRU P410-PRINT-KIT-EXIT

           WHEN OTHER
              ADD 1 TO WS-KITS-NOT-COSTED
              MOVE 'SUB-KIT NOT COSTED'   TO WS-KTL-ACTION

              PERFORM P410-PRINT-KIT THRU P410-PRINT-KIT-EXIT
           END-EVALUATE
           .

       P400-REPORT-KIT-EXIT.
           EXIT.

       P410-PRINT-KIT.

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT

           MOVE WS-KIT-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT

           MOVE WS-KIT-FIRST (WS-KIT-IX) TO WS-BML-IX

           PERFORM P420-PRINT-COMPONENT THRU P420-PRINT-COMPONENT-EXIT
              UNTIL WS-BML-IX GREATER WS-KIT-LAST (WS-KIT-IX)

           IF WS-KIT-COSTED (WS-KIT-IX)
              MOVE SPACES           TO WS-CMP-LINE
              MOVE 'ASSEMBLY LABOR' TO WS-CMP-LINE (5:14)
              MOVE WS-LABOR-COST    TO WS-CPL-EXT

              MOVE WS-CMP-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P410-PRINT-KIT-EXIT.
           EXIT.

       P420-PRINT-COMPONENT.

           MOVE SPACES                        TO WS-CMP-LINE
           MOVE WS-BML-COMPONENT (WS-BML-IX)  TO WS-CPL-ITEM
           MOVE WS-BML-QTY-PER (WS-BML-IX)    TO WS-CPL-QTY
           MOVE WS-BML-KIT-IX (WS-BML-IX)     TO WS-KIT-JX

           EVALUATE TRUE
           WHEN WS-KIT-JX EQUAL ZEROS
              IF WS-BML-ON-FILE (WS-BML-IX)
                 MOVE WS-BML-COST (WS-BML-IX) TO WS-CPL-UNIT
                 COMPUTE WS-EXT-COST = WS-BML-QTY-PER (WS-BML-IX)
                                     * WS-BML-COST (WS-BML-IX)
                 MOVE WS-EXT-COST             TO WS-CPL-EXT
              ELSE
                 MOVE 'NOT ON STOCKM'         TO WS-CPL-NOTE
              END-IF
           WHEN WS-KIT-COSTED (WS-KIT-JX)
              MOVE WS-KIT-NEW-COST (WS-KIT-JX) TO WS-CPL-UNIT
              COMPUTE WS-EXT-COST = WS-BML-QTY-PER (WS-BML-IX)
                                  * WS-KIT-NEW-COST (WS-KIT-JX)
              MOVE WS-EXT-COST                 TO WS-CPL-EXT
              MOVE 'KIT'                       TO WS-CPL-NOTE
           WHEN WS-KIT-PENDING (WS-KIT-JX)
              OR WS-KIT-CIRCULAR (WS-KIT-JX)
              MOVE 'KIT - CIRCULAR'            TO WS-CPL-NOTE
           WHEN OTHER
              MOVE 'KIT - NOT COSTED'          TO WS-CPL-NOTE
           END-EVALUATE

           MOVE WS-CMP-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT

           ADD 1 TO WS-BML-IX
           .

       P420-PRINT-COMPONENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The rolled cost goes where COBST11 looks for a pending
      * standard: the kit's STD layout record.
      *-----------------------------------------------------------------
       P450-STORE-COST.

           MOVE SPACES                      TO STOCK-KEY
           MOVE WS-KIT-ITEM (WS-KIT-IX)     TO STOCK-ITEM-ID
           MOVE WS-KIT-STD-TYPE (WS-KIT-IX) TO STOCK-RECORD-TYPE

           READ STOCKM
             INVALID KEY
                DISPLAY 'KIT GONE BEFORE UPDATE: '
                         WS-KIT-ITEM (WS-KIT-IX)
                MOVE 'KIT GONE'   TO WS-KTL-ACTION
             NOT INVALID KEY
                MOVE WS-KIT-NEW-COST (WS-KIT-IX)
                                  TO STOCK-NEW-STD-COST

                REWRITE STOCK-MASTER
                END-REWRITE

                IF WS-FS-STOCKM NOT EQUAL '00'
                   DISPLAY 'REWRITE STOCKM FS:' WS-FS-STOCKM
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                MOVE 'STORED'     TO WS-KTL-ACTION
                ADD 1 TO WS-KITS-APPLIED
           END-READ
           .

       P450-STORE-COST-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'KITS ON FILE'      TO WS-RPT-CNT-LABEL
           MOVE WS-KIT-CNT          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'COST CHANGED'      TO WS-RPT-CNT-LABEL
           MOVE WS-KITS-CHANGED     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'COST UNCHANGED'    TO WS-RPT-CNT-LABEL
           MOVE WS-KITS-UNCHANGED   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'COSTS STORED'      TO WS-RPT-CNT-LABEL
           MOVE WS-KITS-APPLIED     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'NOT COSTED'        TO WS-RPT-CNT-LABEL
           MOVE WS-KITS-NOT-COSTED  TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CIRCULAR BILLS'    TO WS-RPT-CNT-LABEL
           MOVE WS-KITS-CIRCULAR    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
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
