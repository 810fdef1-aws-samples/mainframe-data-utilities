      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Item supersession chain report. Every link on the supersession
      * file (see SUPERSF.cpy) is followed from old item to
      * replacement to the replacement's own replacement, as far as
      * the links go. COBST10 and COBST24 substitute one step only,
      * so a chain longer than one step means an order for the first
      * item can be refused stock that the end of the chain holds;
      * each such chain lists from its first item with the whole path.
      * A chain that comes back to an item already on it can never
      * end; it lists as LOOPS BACK from its first item, and a loop no
      * chain leads into lists once as LOOP from its lowest item.
      * Links not yet in effect are followed like the rest, so a loop
      * shows up before it can matter.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST48.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT SUPERSF  ASSIGN TO SUPERSF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS SS-KEY
                  FILE STATUS   IS WS-FS-SUPERSF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  SUPERSF.

       COPY SUPERSF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-SUPERSF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-LINKS-READ             PIC 9(009) VALUE ZEROS.
           05  WS-CHAINS-LISTED          PIC 9(009) VALUE ZEROS.
           05  WS-LOOPS-LISTED           PIC 9(009) VALUE ZEROS.
           05  WS-SST-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-SRCH-IX                PIC 9(004) VALUE ZEROS.
           05  WS-HEAD-IX                PIC 9(004) VALUE ZEROS.
           05  WS-CUR-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-NXT-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-PTH-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-PTH-ON-LINE            PIC 9(002) VALUE ZEROS.
           05  WS-PTH-POINTER            PIC 9(003) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-SUPERSF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-SUPERSF-OFF            VALUE 'Y'.
           05  WS-TABLE-FULL-SW          PIC X(001) VALUE 'N'.
               88  WS-TABLE-FULL             VALUE 'Y'.
           05  WS-WALK-END-SW            PIC X(001) VALUE 'N'.
               88  WS-WALK-END               VALUE 'Y'.
           05  WS-WALK-LOOP-SW           PIC X(001) VALUE 'N'.
               88  WS-WALK-LOOPS             VALUE 'Y'.

      *-----------------------------------------------------------------
      * Every link on file, in old-item order. NEXT points at the link
      * for this link's replacement (zero where the replacement is
      * not itself superseded); TARGET marks an old item some other
      * link names as its replacement, so an item not targeted starts
      * a chain; SEEN-BY is the first link of the last walk that
      * passed through.
      *-----------------------------------------------------------------
       01  WS-SST-TABLE.
           05  WS-SST-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-SST-ENTRY OCCURS 3000 TIMES.
               10  WS-SST-OLD            PIC X(009).
               10  WS-SST-NEW            PIC X(009).
               10  WS-SST-NEXT           PIC 9(004).
               10  WS-SST-SEEN-BY        PIC 9(004).
               10  WS-SST-TARGET         PIC X(001).

      *-----------------------------------------------------------------
      * The items of the chain being walked, first item first.
      *-----------------------------------------------------------------
       01  WS-PTH-TABLE.
           05  WS-PTH-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-PTH-ITEM OCCURS 3001 TIMES
                                         PIC X(009).

       01  WS-CHAIN-LINE.
           05  WS-CHN-FIRST              PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CHN-STEPS              PIC ZZZ9   VALUE ZEROS.
           05  FILLER                    PIC X(003) VALUE SPACES.
           05  WS-CHN-LAST               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CHN-STATUS             PIC X(010) VALUE SPACES.

       01  WS-PATH-LINE.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-PATH-TEXT              PIC X(076) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST48 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           MOVE 'SUPERSESSION CHAINS AND LOOPS'
                                    TO WS-RPT-TITLE
           MOVE 'COBST48 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'FIRST ITEM'        TO WS-COLUMN-HEADING (1:10)
           MOVE 'STEPS'             TO WS-COLUMN-HEADING (12:5)
           MOVE 'ENDS AT'           TO WS-COLUMN-HEADING (19:7)
           MOVE 'STATUS'            TO WS-COLUMN-HEADING (30:6)

           IF NOT WS-SUPERSF-OFF
              PERFORM P200-LOAD-LINK THRU P200-LOAD-LINK-EXIT
                 UNTIL WS-EOF
           END-IF

           MOVE ZEROS TO WS-SST-IX

           PERFORM P210-LINK-NEXT THRU P210-LINK-NEXT-EXIT
              UNTIL WS-SST-IX NOT LESS WS-SST-CNT

           MOVE ZEROS TO WS-SST-IX

           PERFORM P300-TRY-CHAIN-START
           THRU    P300-TRY-CHAIN-START-EXIT
              UNTIL WS-SST-IX NOT LESS WS-SST-CNT

           MOVE ZEROS TO WS-SST-IX

           PERFORM P400-TRY-LOOP-START
           THRU    P400-TRY-LOOP-START-EXIT
              UNTIL WS-SST-IX NOT LESS WS-SST-CNT

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'LINKS READ........: ' WS-LINKS-READ.
           DISPLAY 'LONG CHAINS.......: ' WS-CHAINS-LISTED.
           DISPLAY 'LOOPS.............: ' WS-LOOPS-LISTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST48 FINISHED'.

           STOP RUN.

       P100-OPEN-FILES.

      *-----------------------------------------------------------------
      * A region that has never superseded an item has no cluster;
      * the report prints empty.
      *-----------------------------------------------------------------
           OPEN INPUT SUPERSF.

           EVALUATE TRUE
           WHEN WS-FS-SUPERSF EQUAL '00'
              CONTINUE
           WHEN WS-FS-SUPERSF EQUAL '35'
              DISPLAY 'SUPERSF NOT DEFINED. NO CHAINS TO LIST.'
              MOVE 'Y' TO WS-SUPERSF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN SUPERSF FS: ' WS-FS-SUPERSF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           IF NOT WS-SUPERSF-OFF
              CLOSE SUPERSF

              IF WS-FS-SUPERSF NOT EQUAL '00'
                 DISPLAY 'CLOSE SUPERSF FS:' WS-FS-SUPERSF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P190-CLOSE-FILES-EXIT.
           EXIT.

       P200-LOAD-LINK.

           READ SUPERSF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-LINKS-READ

                IF WS-SST-CNT NOT LESS 3000
                   IF NOT WS-TABLE-FULL
                      DISPLAY 'LINK TABLE FULL. LATER LINKS IGNORED.'
                      MOVE 'Y' TO WS-TABLE-FULL-SW
                   END-IF
                ELSE
                   ADD 1 TO WS-SST-CNT

                   MOVE SS-OLD-ITEM-ID TO WS-SST-OLD (WS-SST-CNT)
                   MOVE SS-NEW-ITEM-ID TO WS-SST-NEW (WS-SST-CNT)
                   MOVE ZEROS          TO WS-SST-NEXT (WS-SST-CNT)
                                          WS-SST-SEEN-BY (WS-SST-CNT)
                   MOVE 'N'            TO WS-SST-TARGET (WS-SST-CNT)
                END-IF
           END-READ
           .

       P200-LOAD-LINK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Find the link, if any, for this link's replacement.
      *-----------------------------------------------------------------
       P210-LINK-NEXT.

           ADD 1 TO WS-SST-IX

           MOVE ZEROS TO WS-SRCH-IX

           PERFORM P220-MATCH-OLD-ITEM THRU P220-MATCH-OLD-ITEM-EXIT
              UNTIL WS-SRCH-IX NOT LESS WS-SST-CNT
                 OR WS-SST-NEXT (WS-SST-IX) GREATER ZEROS
           .

       P210-LINK-NEXT-EXIT.
           EXIT.

       P220-MATCH-OLD-ITEM.

           ADD 1 TO WS-SRCH-IX

           IF WS-SST-OLD (WS-SRCH-IX) EQUAL WS-SST-NEW (WS-SST-IX)
              MOVE WS-SRCH-IX TO WS-SST-NEXT (WS-SST-IX)
              MOVE 'Y'        TO WS-SST-TARGET (WS-SRCH-IX)
           END-IF
           .

       P220-MATCH-OLD-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An old item no link names as a replacement starts a chain.
      * The chain lists when it runs past one step or loops back.
      *-----------------------------------------------------------------
       P300-TRY-CHAIN-START.

           ADD 1 TO WS-SST-IX

           IF WS-SST-TARGET (WS-SST-IX) EQUAL 'N'
              MOVE WS-SST-IX TO WS-HEAD-IX

              PERFORM P500-WALK-CHAIN THRU P500-WALK-CHAIN-EXIT

              EVALUATE TRUE
              WHEN WS-WALK-LOOPS
                 MOVE 'LOOPS BACK' TO WS-CHN-STATUS

                 PERFORM P600-PRINT-CHAIN
                 THRU    P600-PRINT-CHAIN-EXIT

                 ADD 1 TO WS-LOOPS-LISTED

              WHEN WS-PTH-CNT GREATER 2
                 MOVE 'CHAIN'      TO WS-CHN-STATUS

                 PERFORM P600-PRINT-CHAIN
                 THRU    P600-PRINT-CHAIN-EXIT

                 ADD 1 TO WS-CHAINS-LISTED

              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           .

       P300-TRY-CHAIN-START-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * After every chain has been walked, a link no walk passed
      * through lies on a loop no chain leads into. The table is in
      * item order, so the first such link met is the loop's lowest
      * item, and the walk from it marks the rest of the loop.
      *-----------------------------------------------------------------
       P400-TRY-LOOP-START.

           ADD 1 TO WS-SST-IX

           IF WS-SST-SEEN-BY (WS-SST-IX) EQUAL ZEROS
              MOVE WS-SST-IX TO WS-HEAD-IX

              PERFORM P500-WALK-CHAIN THRU P500-WALK-CHAIN-EXIT

              MOVE 'LOOP'       TO WS-CHN-STATUS

              PERFORM P600-PRINT-CHAIN THRU P600-PRINT-CHAIN-EXIT

              ADD 1 TO WS-LOOPS-LISTED
           END-IF
           .

       P400-TRY-LOOP-START-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Follow the links from WS-HEAD-IX, stamping each with the walk,
      * until a replacement has no link of its own or the walk comes
      * back to a link it has already stamped.
      *-----------------------------------------------------------------
       P500-WALK-CHAIN.

           MOVE 'N'        TO WS-WALK-END-SW
                              WS-WALK-LOOP-SW
           MOVE WS-HEAD-IX TO WS-CUR-IX
           MOVE 1          TO WS-PTH-CNT
           MOVE WS-SST-OLD (WS-HEAD-IX) TO WS-PTH-ITEM (1)

           PERFORM P510-WALK-STEP THRU P510-WALK-STEP-EXIT
              UNTIL WS-WALK-END
           .

       P500-WALK-CHAIN-EXIT.
           EXIT.

       P510-WALK-STEP.

           MOVE WS-HEAD-IX TO WS-SST-SEEN-BY (WS-CUR-IX)

           ADD 1 TO WS-PTH-CNT
           MOVE WS-SST-NEW (WS-CUR-IX) TO WS-PTH-ITEM (WS-PTH-CNT)

           MOVE WS-SST-NEXT (WS-CUR-IX) TO WS-NXT-IX

           EVALUATE TRUE
           WHEN WS-NXT-IX EQUAL ZEROS
              MOVE 'Y' TO WS-WALK-END-SW
           WHEN WS-SST-SEEN-BY (WS-NXT-IX) EQUAL WS-HEAD-IX
              MOVE 'Y' TO WS-WALK-END-SW
                          WS-WALK-LOOP-SW
           WHEN WS-PTH-CNT NOT LESS 3001
              MOVE 'Y' TO WS-WALK-END-SW
           WHEN OTHER
              MOVE WS-NXT-IX TO WS-CUR-IX
           END-EVALUATE
           .

       P510-WALK-STEP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One line for the chain, then its path six items to a line.
      *-----------------------------------------------------------------
       P600-PRINT-CHAIN.

           MOVE WS-PTH-ITEM (1)          TO WS-CHN-FIRST
           SUBTRACT 1 FROM WS-PTH-CNT GIVING WS-CHN-STEPS
           MOVE WS-PTH-ITEM (WS-PTH-CNT) TO WS-CHN-LAST

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT

           MOVE WS-CHAIN-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT

           MOVE SPACES TO WS-PATH-TEXT
           MOVE 1      TO WS-PTH-POINTER
           MOVE ZEROS  TO WS-PTH-ON-LINE
                          WS-PTH-IX

           PERFORM P610-PATH-ITEM THRU P610-PATH-ITEM-EXIT
              UNTIL WS-PTH-IX NOT LESS WS-PTH-CNT

           IF WS-PTH-ON-LINE GREATER ZEROS
              MOVE WS-PATH-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P600-PRINT-CHAIN-EXIT.
           EXIT.

       P610-PATH-ITEM.

           ADD 1 TO WS-PTH-IX

           IF WS-PTH-ON-LINE NOT LESS 6
              MOVE WS-PATH-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT

              MOVE SPACES TO WS-PATH-TEXT
              MOVE 1      TO WS-PTH-POINTER
              MOVE ZEROS  TO WS-PTH-ON-LINE
           END-IF

           IF WS-PTH-IX GREATER 1
              STRING ' > ' DELIMITED BY SIZE
                INTO WS-PATH-TEXT
                WITH POINTER WS-PTH-POINTER
              END-STRING
           END-IF

           STRING WS-PTH-ITEM (WS-PTH-IX) DELIMITED BY SIZE
             INTO WS-PATH-TEXT
             WITH POINTER WS-PTH-POINTER
           END-STRING

           ADD 1 TO WS-PTH-ON-LINE
           .

       P610-PATH-ITEM-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LINKS ON FILE'     TO WS-RPT-CNT-LABEL
           MOVE WS-LINKS-READ       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CHAINS OVER 1 STEP' TO WS-RPT-CNT-LABEL
           MOVE WS-CHAINS-LISTED    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LOOPS'             TO WS-RPT-CNT-LABEL
           MOVE WS-LOOPS-LISTED     TO WS-RPT-CNT-VALUE
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
