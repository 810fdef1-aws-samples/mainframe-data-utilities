      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Available-to-promise inquiry for the order desk. Each ATPCARDS
      * card asks whether a quantity of an item can ship from a
      * location (blank for all locations) by a date (blank for
      * today). The answer starts from the STKLOCF stock at the
      * location, takes off held lots, open backorders and the order
      * lines not yet posted, and adds the open PO lines due by the
      * date (see ATPRT.cpy). Under each answer the item's figures
      * print with its PO timeline and the earliest date the quantity
      * is covered.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST49.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT ATPCARDS ASSIGN TO ATPCARDS
                  FILE STATUS IS WS-FS-ATPCARDS.

           SELECT BACKORDF ASSIGN TO BACKORDF
                  FILE STATUS IS WS-FS-BACKORDF.

           SELECT ORDTRAN  ASSIGN TO ORDTRAN
                  FILE STATUS IS WS-FS-ORDTRAN.

           SELECT OPENPOF  ASSIGN TO OPENPOF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PO-KEY
                  FILE STATUS   IS WS-FS-OPENPOF.

           SELECT STKLOCF  ASSIGN TO STKLOCF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SLC-KEY
                  FILE STATUS   IS WS-FS-STKLOCF.

           SELECT STKLOTF  ASSIGN TO STKLOTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LOT-KEY
                  FILE STATUS   IS WS-FS-STKLOTF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  ATPCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-ATPCARD.
           03  AQ-ITEM-ID                PIC  X(009).
           03  AQ-LOCATION               PIC  X(003).
           03  AQ-LOCATION-NO REDEFINES AQ-LOCATION
                                         PIC  9(003).
           03  AQ-QTY                    PIC  X(007).
           03  AQ-QTY-NO REDEFINES AQ-QTY
                                         PIC  9(007).
           03  AQ-WANTED-DATE            PIC  X(008).
           03  AQ-WANTED-DATE-NO REDEFINES AQ-WANTED-DATE
                                         PIC  9(008).
           03  AQ-REFERENCE              PIC  X(010).
           03  FILLER                    PIC  X(043).

       FD  BACKORDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY BACKORDF.

       FD  ORDTRAN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-ORDTRAN.
           03  ORD-ITEM-ID               PIC  X(09).
           03  ORD-RECORD-TYPE           PIC  X(01).
           03  ORD-ORDER-NO              PIC  X(10).
           03  ORD-ORDER-QTY             PIC  S9(07).
           03  ORD-LOCATION              PIC  9(03).
           03  ORD-CUT-LENGTH.
               05  ORD-CUT-FEET          PIC  9(03).
               05  ORD-CUT-INCH          PIC  9(02).
               05  ORD-CUT-FRAC-NUM      PIC  9(01).
               05  ORD-CUT-FRAC-DEN      PIC  9(01).
           03  FILLER                    PIC  X(043).

       FD  OPENPOF.

       COPY OPENPOF.

       FD  STKLOCF.

       COPY STKLOCF.

       FD  STKLOTF.

       COPY STKLOTF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-ATPCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-BACKORDF            PIC X(002) VALUE SPACES.
           05  WS-FS-ORDTRAN             PIC X(002) VALUE SPACES.
           05  WS-FS-OPENPOF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOCF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOTF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-ANSWERED-YES           PIC 9(009) VALUE ZEROS.
           05  WS-ANSWERED-NO            PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-ASK-QTY                PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ASK-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-SUM-ON-HAND            PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-SUM-HELD               PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-SUM-BACKORD            PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-SUM-ORDERS             PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-SUM-NET                PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-CUM-QTY                PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-AVAIL-BY-DATE          PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-EARLIEST-DATE          PIC 9(008) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-ALL-LOCS-SW            PIC X(001) VALUE 'N'.
               88  WS-ALL-LOCS               VALUE 'Y'.
           05  WS-WITH-POS-SW            PIC X(001) VALUE 'N'.
               88  WS-WITH-POS               VALUE 'Y'.
           05  WS-EARLIEST-SW            PIC X(001) VALUE 'N'.
               88  WS-EARLIEST-FOUND         VALUE 'Y'.

       01  WS-ANSWER-LINE.
           05  WS-ANS-REF                PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ANS-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ANS-LOC                PIC X(003) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ANS-QTY                PIC ZZZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ANS-DATE               PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ANS-ANSWER             PIC X(003) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ANS-AVAIL              PIC -ZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ANS-EARLIEST           PIC X(008) VALUE SPACES.

       01  WS-FIGURE-LINE.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-FIG-LABEL              PIC X(018) VALUE SPACES.
           05  WS-FIG-DATE               PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-FIG-QTY                PIC -ZZ,ZZZ,ZZ9.9999
                                          VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-FIG-CUM                PIC -ZZ,ZZZ,ZZ9.9999
                                          VALUE ZEROS.

       01  WS-REJECT-LINE.
           05  WS-REJ-REF                PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-REJ-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  FILLER                    PIC X(015)
                                          VALUE 'CARD REJECTED: '.
           05  WS-REJ-TEXT               PIC X(040) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * Available-to-promise routine work area (see ATPWK.cpy).
      *-----------------------------------------------------------------
       COPY ATPWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBST49 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           PERFORM P930-LOAD-ATP-TABLES
           THRU    P930-LOAD-ATP-TABLES-EXIT

           MOVE 'AVAILABLE TO PROMISE'
                                    TO WS-RPT-TITLE
           MOVE 'COBST49 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'REFERENCE'         TO WS-COLUMN-HEADING (1:9)
           MOVE 'ITEM ID'           TO WS-COLUMN-HEADING (13:7)
           MOVE 'LOC'               TO WS-COLUMN-HEADING (24:3)
           MOVE 'QTY'               TO WS-COLUMN-HEADING (33:3)
           MOVE 'WANTED'            TO WS-COLUMN-HEADING (38:6)
           MOVE 'ANS'               TO WS-COLUMN-HEADING (48:3)
           MOVE 'AVAIL BY'          TO WS-COLUMN-HEADING (55:8)
           MOVE 'EARLIEST'          TO WS-COLUMN-HEADING (66:8)

           READ ATPCARDS
           END-READ

           PERFORM P200-ANSWER-CARD THRU P200-ANSWER-CARD-EXIT
              UNTIL WS-FS-ATPCARDS GREATER '00'

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ........: ' WS-READ.
           DISPLAY 'ANSWERED YES......: ' WS-ANSWERED-YES.
           DISPLAY 'ANSWERED NO.......: ' WS-ANSWERED-NO.
           DISPLAY 'REJECTED..........: ' WS-REJECTED.
           DISPLAY 'CUT LINES LEFT OUT: ' WS-ATP-CUT-SKIPPED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST49 FINISHED'.

           STOP RUN.

       P100-OPEN-FILES.

           OPEN INPUT ATPCARDS.

           IF WS-FS-ATPCARDS NOT EQUAL '00'
              DISPLAY 'OPEN ATPCARDS FS:' WS-FS-ATPCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT STKLOCF.

           IF WS-FS-STKLOCF NOT EQUAL '00'
              DISPLAY 'OPEN STKLOCF  FS:' WS-FS-STKLOCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * Demand and supply files a region may not keep contribute
      * nothing to the answer.
      *-----------------------------------------------------------------
           OPEN INPUT BACKORDF.

           EVALUATE TRUE
           WHEN WS-FS-BACKORDF EQUAL '00'
              CONTINUE
           WHEN WS-FS-BACKORDF EQUAL '35'
              DISPLAY 'BACKORDF NOT DEFINED. NO BACKORDERS.'
              MOVE 'Y' TO WS-BACKORDF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN BACKORDF FS:' WS-FS-BACKORDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT ORDTRAN.

           EVALUATE TRUE
           WHEN WS-FS-ORDTRAN EQUAL '00'
              CONTINUE
           WHEN WS-FS-ORDTRAN EQUAL '35'
              DISPLAY 'ORDTRAN NOT DEFINED. NO UNPOSTED ORDERS.'
              MOVE 'Y' TO WS-ORDTRAN-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN ORDTRAN  FS:' WS-FS-ORDTRAN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT OPENPOF.

           EVALUATE TRUE
           WHEN WS-FS-OPENPOF EQUAL '00'
              CONTINUE
           WHEN WS-FS-OPENPOF EQUAL '35'
              DISPLAY 'OPENPOF NOT DEFINED. NO OPEN PO LINES.'
              MOVE 'Y' TO WS-OPENPOF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN OPENPOF  FS:' WS-FS-OPENPOF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT STKLOTF.

           EVALUATE TRUE
           WHEN WS-FS-STKLOTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-STKLOTF EQUAL '35'
              DISPLAY 'STKLOTF NOT DEFINED. NO HELD LOTS.'
              MOVE 'Y' TO WS-STKLOTF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN STKLOTF  FS:' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           CLOSE ATPCARDS.
           IF WS-FS-ATPCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE ATPCARDS FS:' WS-FS-ATPCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STKLOCF.
           IF WS-FS-STKLOCF NOT EQUAL '00'
              DISPLAY 'CLOSE STKLOCF FS:' WS-FS-STKLOCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-BACKORDF-OFF
              CLOSE BACKORDF

              IF WS-FS-BACKORDF NOT EQUAL '00'
                 DISPLAY 'CLOSE BACKORDF FS:' WS-FS-BACKORDF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF NOT WS-ORDTRAN-OFF
              CLOSE ORDTRAN

              IF WS-FS-ORDTRAN NOT EQUAL '00'
                 DISPLAY 'CLOSE ORDTRAN FS:' WS-FS-ORDTRAN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF NOT WS-OPENPOF-OFF
              CLOSE OPENPOF

              IF WS-FS-OPENPOF NOT EQUAL '00'
                 DISPLAY 'CLOSE OPENPOF FS:' WS-FS-OPENPOF
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

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P190-CLOSE-FILES-EXIT.
           EXIT.

       P200-ANSWER-CARD.

           ADD 1 TO WS-READ

           MOVE SPACES TO WS-REJ-TEXT

           EVALUATE TRUE
           WHEN AQ-ITEM-ID EQUAL SPACES
              MOVE 'MISSING ITEM ID'             TO WS-REJ-TEXT
           WHEN AQ-QTY-NO NOT NUMERIC
              OR AQ-QTY-NO EQUAL ZEROS
              MOVE 'QUANTITY MISSING OR NOT NUMERIC'
                                                 TO WS-REJ-TEXT
           WHEN AQ-LOCATION NOT EQUAL SPACES
              AND AQ-LOCATION-NO NOT NUMERIC
              MOVE 'LOCATION NOT NUMERIC'        TO WS-REJ-TEXT
           WHEN AQ-WANTED-DATE NOT EQUAL SPACES
              AND AQ-WANTED-DATE-NO NOT NUMERIC
              MOVE 'WANTED DATE NOT NUMERIC'     TO WS-REJ-TEXT
           WHEN OTHER
              CONTINUE
           END-EVALUATE

           IF WS-REJ-TEXT NOT EQUAL SPACES
              MOVE AQ-REFERENCE   TO WS-REJ-REF
              MOVE AQ-ITEM-ID     TO WS-REJ-ITEM
              MOVE WS-REJECT-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT

              ADD 1 TO WS-REJECTED
           ELSE
              PERFORM P300-ANSWER THRU P300-ANSWER-EXIT
           END-IF

           READ ATPCARDS
           END-READ
           .

       P200-ANSWER-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * For all locations the figures are the item's totals. For one
      * location they are that location's, and the open PO lines count
      * only when it is the receiving location they arrive at.
      *-----------------------------------------------------------------
       P300-ANSWER.

           MOVE AQ-QTY-NO TO WS-ASK-QTY

           IF AQ-WANTED-DATE EQUAL SPACES
              OR AQ-WANTED-DATE-NO EQUAL ZEROS
              MOVE WS-RUN-DATE       TO WS-ASK-DATE
           ELSE
              MOVE AQ-WANTED-DATE-NO TO WS-ASK-DATE
           END-IF

           IF AQ-LOCATION EQUAL SPACES
              OR AQ-LOCATION-NO EQUAL ZEROS
              MOVE 'Y' TO WS-ALL-LOCS-SW
                          WS-WITH-POS-SW
           ELSE
              MOVE 'N' TO WS-ALL-LOCS-SW
                          WS-WITH-POS-SW

              IF AQ-LOCATION-NO EQUAL WS-ATP-RCV-LOC
                 MOVE 'Y' TO WS-WITH-POS-SW
              END-IF
           END-IF

           MOVE AQ-ITEM-ID TO WS-ATP-ITEM

           PERFORM P940-BUILD-ATP THRU P940-BUILD-ATP-EXIT

           MOVE ZEROS TO WS-SUM-ON-HAND
                         WS-SUM-HELD
                         WS-SUM-BACKORD
                         WS-SUM-ORDERS
                         WS-SUM-NET
                         WS-ATL-IX

           PERFORM P310-SUM-LOCATION THRU P310-SUM-LOCATION-EXIT
              UNTIL WS-ATL-IX NOT LESS WS-ATL-CNT

           MOVE WS-SUM-NET TO WS-CUM-QTY
                              WS-AVAIL-BY-DATE
           MOVE ZEROS      TO WS-EARLIEST-DATE
           MOVE 'N'        TO WS-EARLIEST-SW

           IF WS-SUM-NET NOT LESS WS-ASK-QTY
              MOVE 'Y'         TO WS-EARLIEST-SW
              MOVE WS-RUN-DATE TO WS-EARLIEST-DATE
           END-IF

           IF WS-WITH-POS
              MOVE ZEROS TO WS-ATT-IX

              PERFORM P320-WALK-TIMELINE THRU P320-WALK-TIMELINE-EXIT
                 UNTIL WS-ATT-IX NOT LESS WS-ATT-CNT
           END-IF

           MOVE SPACES         TO WS-ANSWER-LINE
           MOVE AQ-REFERENCE   TO WS-ANS-REF
           MOVE AQ-ITEM-ID     TO WS-ANS-ITEM

           IF WS-ALL-LOCS
              MOVE 'ALL'       TO WS-ANS-LOC
           ELSE
              MOVE AQ-LOCATION TO WS-ANS-LOC
           END-IF

           MOVE AQ-QTY-NO        TO WS-ANS-QTY
           MOVE WS-ASK-DATE      TO WS-ANS-DATE
           MOVE WS-AVAIL-BY-DATE TO WS-ANS-AVAIL

           IF WS-AVAIL-BY-DATE NOT LESS WS-ASK-QTY
              MOVE 'YES' TO WS-ANS-ANSWER
              ADD 1 TO WS-ANSWERED-YES
           ELSE
              MOVE 'NO'  TO WS-ANS-ANSWER
              ADD 1 TO WS-ANSWERED-NO
           END-IF

           IF WS-EARLIEST-FOUND
              MOVE WS-EARLIEST-DATE TO WS-ANS-EARLIEST
           ELSE
              MOVE 'NONE'           TO WS-ANS-EARLIEST
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT

           MOVE WS-ANSWER-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT

           PERFORM P400-PRINT-FIGURES THRU P400-PRINT-FIGURES-EXIT
           .

       P300-ANSWER-EXIT.
           EXIT.

       P310-SUM-LOCATION.

           ADD 1 TO WS-ATL-IX

           IF WS-ALL-LOCS
              OR WS-ATL-LOC (WS-ATL-IX) EQUAL AQ-LOCATION-NO
              ADD WS-ATL-ON-HAND (WS-ATL-IX) TO WS-SUM-ON-HAND
              ADD WS-ATL-HELD (WS-ATL-IX)    TO WS-SUM-HELD
              ADD WS-ATL-BACKORD (WS-ATL-IX) TO WS-SUM-BACKORD
              ADD WS-ATL-ORDERS (WS-ATL-IX)  TO WS-SUM-ORDERS
              ADD WS-ATL-NET (WS-ATL-IX)     TO WS-SUM-NET
           END-IF
           .

       P310-SUM-LOCATION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Each PO date adds to what is free; the first date the running
      * figure reaches the quantity asked for is the earliest promise.
      *-----------------------------------------------------------------
       P320-WALK-TIMELINE.

           ADD 1 TO WS-ATT-IX

           ADD WS-ATT-QTY (WS-ATT-IX) TO WS-CUM-QTY

           IF WS-ATT-DATE (WS-ATT-IX) NOT GREATER WS-ASK-DATE
              ADD WS-ATT-QTY (WS-ATT-IX) TO WS-AVAIL-BY-DATE
           END-IF

           IF NOT WS-EARLIEST-FOUND
              AND WS-CUM-QTY NOT LESS WS-ASK-QTY
              MOVE 'Y'                     TO WS-EARLIEST-SW
              MOVE WS-ATT-DATE (WS-ATT-IX) TO WS-EARLIEST-DATE

              IF WS-EARLIEST-DATE LESS WS-RUN-DATE
                 MOVE WS-RUN-DATE TO WS-EARLIEST-DATE
              END-IF
           END-IF
           .

       P320-WALK-TIMELINE-EXIT.
           EXIT.

       P400-PRINT-FIGURES.

           MOVE SPACES              TO WS-FIG-LABEL
                                       WS-FIG-DATE
           MOVE 'ON HAND'           TO WS-FIG-LABEL
           MOVE WS-SUM-ON-HAND      TO WS-FIG-QTY
           MOVE WS-SUM-ON-HAND      TO WS-FIG-CUM
           PERFORM P410-PRINT-FIGURE THRU P410-PRINT-FIGURE-EXIT

           MOVE 'LESS HELD LOTS'    TO WS-FIG-LABEL
           MOVE WS-SUM-HELD         TO WS-FIG-QTY
           COMPUTE WS-CUM-QTY = WS-SUM-ON-HAND - WS-SUM-HELD
           MOVE WS-CUM-QTY          TO WS-FIG-CUM
           PERFORM P410-PRINT-FIGURE THRU P410-PRINT-FIGURE-EXIT

           MOVE 'LESS BACKORDERS'   TO WS-FIG-LABEL
           MOVE WS-SUM-BACKORD      TO WS-FIG-QTY
           SUBTRACT WS-SUM-BACKORD FROM WS-CUM-QTY
           MOVE WS-CUM-QTY          TO WS-FIG-CUM
           PERFORM P410-PRINT-FIGURE THRU P410-PRINT-FIGURE-EXIT

           MOVE 'LESS OPEN ORDERS'  TO WS-FIG-LABEL
           MOVE WS-SUM-ORDERS       TO WS-FIG-QTY
           SUBTRACT WS-SUM-ORDERS FROM WS-CUM-QTY
           MOVE WS-CUM-QTY          TO WS-FIG-CUM
           PERFORM P410-PRINT-FIGURE THRU P410-PRINT-FIGURE-EXIT

           IF WS-WITH-POS
              MOVE ZEROS TO WS-ATT-IX

              PERFORM P420-PRINT-PO-DATE THRU P420-PRINT-PO-DATE-EXIT
                 UNTIL WS-ATT-IX NOT LESS WS-ATT-CNT
           END-IF
           .

       P400-PRINT-FIGURES-EXIT.
           EXIT.

       P410-PRINT-FIGURE.

           MOVE WS-FIGURE-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT
           .

       P410-PRINT-FIGURE-EXIT.
           EXIT.

       P420-PRINT-PO-DATE.

           ADD 1 TO WS-ATT-IX

           ADD WS-ATT-QTY (WS-ATT-IX) TO WS-CUM-QTY

           MOVE 'PLUS PO DUE'           TO WS-FIG-LABEL
           MOVE WS-ATT-DATE (WS-ATT-IX) TO WS-FIG-DATE
           MOVE WS-ATT-QTY (WS-ATT-IX)  TO WS-FIG-QTY
           MOVE WS-CUM-QTY              TO WS-FIG-CUM

           PERFORM P410-PRINT-FIGURE THRU P410-PRINT-FIGURE-EXIT
           .

       P420-PRINT-PO-DATE-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CARDS READ'        TO WS-RPT-CNT-LABEL
           MOVE WS-READ             TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ANSWERED YES'      TO WS-RPT-CNT-LABEL
           MOVE WS-ANSWERED-YES     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ANSWERED NO'       TO WS-RPT-CNT-LABEL
           MOVE WS-ANSWERED-NO      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CARDS REJECTED'    TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CUT LINES LEFT OUT' TO WS-RPT-CNT-LABEL
           MOVE WS-ATP-CUT-SKIPPED  TO WS-RPT-CNT-VALUE
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

       COPY ATPRT.

       COPY RPTWRT.
