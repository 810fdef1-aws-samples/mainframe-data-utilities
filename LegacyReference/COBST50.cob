      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Nightly available-to-promise exceptions. Every item with
      * committed demand -- open backorders and order lines not yet
      * posted -- is set against the supply it can count on inside its
      * vendor's lead time: the stock free of held lots plus the open
      * PO lines due by then. An item whose demand is already more
      * than that cannot be rescued by a new buy and is listed for the
      * buyers. The figures come from the same routine the order desk
      * inquiry COBST49 answers from (see ATPRT.cpy).
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST50.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

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

           SELECT ITMVENF  ASSIGN TO ITMVENF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS IV-KEY
                  FILE STATUS   IS WS-FS-ITMVENF.

           SELECT VENDORF  ASSIGN TO VENDORF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS VEN-KEY
                  FILE STATUS   IS WS-FS-VENDORF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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

       FD  ITMVENF.

       COPY ITMVENF.

       FD  VENDORF.

       COPY VENDORF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-BACKORDF            PIC X(002) VALUE SPACES.
           05  WS-FS-ORDTRAN             PIC X(002) VALUE SPACES.
           05  WS-FS-OPENPOF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOCF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOTF             PIC X(002) VALUE SPACES.
           05  WS-FS-ITMVENF             PIC X(002) VALUE SPACES.
           05  WS-FS-VENDORF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-CHECKED                PIC 9(009) VALUE ZEROS.
           05  WS-EXCEPTIONS             PIC 9(009) VALUE ZEROS.
           05  WS-ITM-IX                 PIC 9(005) VALUE ZEROS.
           05  WS-DUP-IX                 PIC 9(005) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY               PIC 9(004).
           05  WS-RUN-MM                 PIC 9(002).
           05  WS-RUN-DD                 PIC 9(002).

      *-----------------------------------------------------------------
      * The lead-time window runs on the shop's 360-day pseudo-julian
      * count (year times 360 plus month times 30 plus day).
      *-----------------------------------------------------------------
       01  WS-DATE-CALC.
           05  WS-RUN-DAYS               PIC 9(007) VALUE ZEROS.
           05  WS-HORIZON-DAYS           PIC 9(007) VALUE ZEROS.
           05  WS-DUE-DAYS               PIC 9(007) VALUE ZEROS.
           05  WS-CALC-DATE              PIC 9(008) VALUE ZEROS.
           05  WS-CALC-DATE-X REDEFINES WS-CALC-DATE.
               10  WS-CALC-YYYY          PIC 9(004).
               10  WS-CALC-MM            PIC 9(002).
               10  WS-CALC-DD            PIC 9(002).

      *-----------------------------------------------------------------
      * The item being checked, its sourcing and its totals.
      *-----------------------------------------------------------------
       01  WS-ITEM-WORK.
           05  WS-ITM-CURRENT            PIC X(009) VALUE SPACES.
           05  WS-ITM-VENDOR             PIC X(006) VALUE SPACES.
           05  WS-ITM-LEAD-DAYS          PIC 9(003) VALUE ZEROS.
           05  WS-ITM-FREE               PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ITM-PO-IN-LEAD         PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ITM-DEMAND             PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ITM-SHORT              PIC S9(009)V9(004)
                                          VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-DUP-SW                 PIC X(001) VALUE 'N'.
               88  WS-DUP-ITEM               VALUE 'Y'.
           05  WS-ITMVENF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-ITMVENF-OFF            VALUE 'Y'.
           05  WS-IV-EOF-SW              PIC X(001) VALUE 'N'.
               88  WS-IV-EOF                 VALUE 'Y'.
           05  WS-IV-FOUND-SW            PIC X(001) VALUE 'N'.
               88  WS-IV-FOUND               VALUE 'Y'.

       01  WS-EXC-LINE.
           05  WS-EXL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-VENDOR             PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-LEAD               PIC ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-FREE               PIC -ZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-PO                 PIC -ZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-DEMAND             PIC -ZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-SHORT              PIC -ZZ,ZZZ,ZZ9 VALUE ZEROS.

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

           DISPLAY 'COBST50 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-RUN-DAYS = WS-RUN-YYYY * 360
                               + WS-RUN-MM * 30
                               + WS-RUN-DD

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           PERFORM P930-LOAD-ATP-TABLES
           THRU    P930-LOAD-ATP-TABLES-EXIT

           MOVE 'DEMAND OVER SUPPLY WITHIN LEAD TIME'
                                    TO WS-RPT-TITLE
           MOVE 'COBST50 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ITEM ID'           TO WS-COLUMN-HEADING (1:7)
           MOVE 'VENDOR'            TO WS-COLUMN-HEADING (12:6)
           MOVE 'LEAD'              TO WS-COLUMN-HEADING (19:4)
           MOVE 'FREE STOCK'        TO WS-COLUMN-HEADING (26:10)
           MOVE 'PO IN LEAD'        TO WS-COLUMN-HEADING (39:10)
           MOVE 'DEMAND'            TO WS-COLUMN-HEADING (56:6)
           MOVE 'SHORT'             TO WS-COLUMN-HEADING (70:5)

           MOVE ZEROS TO WS-ITM-IX

           PERFORM P200-CHECK-ITEM THRU P200-CHECK-ITEM-EXIT
              UNTIL WS-ITM-IX NOT LESS WS-ATD-CNT

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'ITEMS CHECKED.....: ' WS-CHECKED.
           DISPLAY 'ITEMS SHORT.......: ' WS-EXCEPTIONS.
           DISPLAY 'CUT LINES LEFT OUT: ' WS-ATP-CUT-SKIPPED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST50 FINISHED'.

           STOP RUN.

       P100-OPEN-FILES.

           OPEN INPUT STKLOCF.

           IF WS-FS-STKLOCF NOT EQUAL '00'
              DISPLAY 'OPEN STKLOCF  FS:' WS-FS-STKLOCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

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

      *-----------------------------------------------------------------
      * Without vendor sourcing there is no lead time, and only the
      * stock on hand and the PO lines already due count as supply.
      *-----------------------------------------------------------------
           OPEN INPUT ITMVENF.

           EVALUATE TRUE
           WHEN WS-FS-ITMVENF EQUAL '00'
              CONTINUE
           WHEN WS-FS-ITMVENF EQUAL '35'
              DISPLAY 'ITMVENF NOT DEFINED. NO VENDOR SOURCING.'
              MOVE 'Y' TO WS-ITMVENF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN ITMVENF FS: ' WS-FS-ITMVENF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           IF NOT WS-ITMVENF-OFF
              OPEN INPUT VENDORF

              IF WS-FS-VENDORF NOT EQUAL '00'
                 DISPLAY 'OPEN VENDORF FS: ' WS-FS-VENDORF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
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

           IF NOT WS-ITMVENF-OFF
              CLOSE ITMVENF VENDORF

              IF WS-FS-ITMVENF NOT EQUAL '00'
                 OR WS-FS-VENDORF NOT EQUAL '00'
                 DISPLAY 'CLOSE VENDOR FILES FS:' WS-FS-ITMVENF
                          ' ' WS-FS-VENDORF
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

      *-----------------------------------------------------------------
      * The demand table holds a row per item and location; an item is
      * checked at its first row only.
      *-----------------------------------------------------------------
       P200-CHECK-ITEM.

           ADD 1 TO WS-ITM-IX

           MOVE WS-ATD-ITEM (WS-ITM-IX) TO WS-ITM-CURRENT
           MOVE ZEROS                   TO WS-DUP-IX
           MOVE 'N'                     TO WS-DUP-SW

           PERFORM P210-MATCH-EARLIER THRU P210-MATCH-EARLIER-EXIT
              UNTIL WS-DUP-ITEM
                 OR WS-DUP-IX NOT LESS WS-ITM-IX - 1

           IF NOT WS-DUP-ITEM
              ADD 1 TO WS-CHECKED

              PERFORM P300-CHECK-SUPPLY THRU P300-CHECK-SUPPLY-EXIT
           END-IF
           .

       P200-CHECK-ITEM-EXIT.
           EXIT.

       P210-MATCH-EARLIER.

           ADD 1 TO WS-DUP-IX

           IF WS-ATD-ITEM (WS-DUP-IX) EQUAL WS-ITM-CURRENT
              MOVE 'Y' TO WS-DUP-SW
           END-IF
           .

       P210-MATCH-EARLIER-EXIT.
           EXIT.

       P300-CHECK-SUPPLY.

           MOVE WS-ITM-CURRENT TO WS-ATP-ITEM

           PERFORM P940-BUILD-ATP THRU P940-BUILD-ATP-EXIT

           PERFORM P305-FETCH-VENDOR THRU P305-FETCH-VENDOR-EXIT

           COMPUTE WS-HORIZON-DAYS = WS-RUN-DAYS + WS-ITM-LEAD-DAYS

           MOVE ZEROS TO WS-ITM-FREE
                         WS-ITM-PO-IN-LEAD
                         WS-ITM-DEMAND
                         WS-ATL-IX

           PERFORM P310-SUM-LOCATION THRU P310-SUM-LOCATION-EXIT
              UNTIL WS-ATL-IX NOT LESS WS-ATL-CNT

           MOVE ZEROS TO WS-ATT-IX

           PERFORM P320-SUM-PO-DATE THRU P320-SUM-PO-DATE-EXIT
              UNTIL WS-ATT-IX NOT LESS WS-ATT-CNT

           COMPUTE WS-ITM-SHORT = WS-ITM-DEMAND
                                - WS-ITM-FREE
                                - WS-ITM-PO-IN-LEAD

           IF WS-ITM-SHORT GREATER ZERO
              ADD 1 TO WS-EXCEPTIONS

              MOVE SPACES            TO WS-EXC-LINE
              MOVE WS-ITM-CURRENT    TO WS-EXL-ITEM
              MOVE WS-ITM-VENDOR     TO WS-EXL-VENDOR
              MOVE WS-ITM-LEAD-DAYS  TO WS-EXL-LEAD
              MOVE WS-ITM-FREE       TO WS-EXL-FREE
              MOVE WS-ITM-PO-IN-LEAD TO WS-EXL-PO
              MOVE WS-ITM-DEMAND     TO WS-EXL-DEMAND
              MOVE WS-ITM-SHORT      TO WS-EXL-SHORT

              MOVE WS-EXC-LINE       TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL THRU P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P300-CHECK-SUPPLY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The item's preferred link wins; with none flagged, the first
      * link on file stands in. The vendor's default lead time
      * backstops a link with none, and the lead the vendor has been
      * measured at replaces both, as in COBST12.
      *-----------------------------------------------------------------
       P305-FETCH-VENDOR.

           MOVE SPACES TO WS-ITM-VENDOR
           MOVE ZEROS  TO WS-ITM-LEAD-DAYS

           IF NOT WS-ITMVENF-OFF
              MOVE 'N' TO WS-IV-EOF-SW
                          WS-IV-FOUND-SW

              MOVE SPACES         TO IV-KEY
              MOVE WS-ITM-CURRENT TO IV-ITEM-ID

              START ITMVENF KEY IS NOT LESS THAN IV-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-IV-EOF-SW
              END-START

              PERFORM P306-SCAN-ONE-LINK
              THRU    P306-SCAN-ONE-LINK-EXIT
                 UNTIL WS-IV-EOF

              IF WS-ITM-VENDOR NOT EQUAL SPACES
                 MOVE WS-ITM-VENDOR TO VEN-CODE

                 READ VENDORF
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF WS-ITM-LEAD-DAYS EQUAL ZEROS
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
           .

       P305-FETCH-VENDOR-EXIT.
           EXIT.

       P306-SCAN-ONE-LINK.

           READ ITMVENF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-IV-EOF-SW
             NOT AT END
                IF IV-ITEM-ID NOT EQUAL WS-ITM-CURRENT
                   MOVE 'Y' TO WS-IV-EOF-SW
                ELSE
                   IF NOT WS-IV-FOUND
                      MOVE IV-VENDOR-CODE TO WS-ITM-VENDOR
                      MOVE IV-LEAD-DAYS   TO WS-ITM-LEAD-DAYS
                   END-IF

                   IF IV-PREFERRED
                      MOVE 'Y'            TO WS-IV-FOUND-SW
                      MOVE IV-VENDOR-CODE TO WS-ITM-VENDOR
                      MOVE IV-LEAD-DAYS   TO WS-ITM-LEAD-DAYS
                   END-IF
                END-IF
           END-READ
           .

       P306-SCAN-ONE-LINK-EXIT.
           EXIT.

       P310-SUM-LOCATION.

           ADD 1 TO WS-ATL-IX

           COMPUTE WS-ITM-FREE = WS-ITM-FREE
                               + WS-ATL-ON-HAND (WS-ATL-IX)
                               - WS-ATL-HELD (WS-ATL-IX)

           COMPUTE WS-ITM-DEMAND = WS-ITM-DEMAND
                                 + WS-ATL-BACKORD (WS-ATL-IX)
                                 + WS-ATL-ORDERS (WS-ATL-IX)
           .

       P310-SUM-LOCATION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A PO line counts when it is due inside the lead time; one with
      * no due date cannot be relied on.
      *-----------------------------------------------------------------
       P320-SUM-PO-DATE.

           ADD 1 TO WS-ATT-IX

           IF WS-ATT-DATE (WS-ATT-IX) GREATER ZEROS
              MOVE WS-ATT-DATE (WS-ATT-IX) TO WS-CALC-DATE

              COMPUTE WS-DUE-DAYS = WS-CALC-YYYY * 360
                                  + WS-CALC-MM * 30
                                  + WS-CALC-DD

              IF WS-DUE-DAYS NOT GREATER WS-HORIZON-DAYS
                 ADD WS-ATT-QTY (WS-ATT-IX) TO WS-ITM-PO-IN-LEAD
              END-IF
           END-IF
           .

       P320-SUM-PO-DATE-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ITEMS CHECKED'     TO WS-RPT-CNT-LABEL
           MOVE WS-CHECKED          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ITEMS SHORT'       TO WS-RPT-CNT-LABEL
           MOVE WS-EXCEPTIONS       TO WS-RPT-CNT-VALUE
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
