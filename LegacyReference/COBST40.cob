      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Warehouse pick list, run ahead of COBST10 on the day's
      * ORDTRAN. Each order line is allocated to the item's location
      * rows on STKLOCF -- the item's STOCK-PRIME-LOC-DEFAULT first,
      * then the other locations in location order -- and each
      * location's share to the item's lots on STKLOTF, earliest
      * expiry first and oldest receipt first among lots that do not
      * expire. Stock and lots allocated to one line are not offered
      * to the next, and a lot frozen for a recall is never offered.
      * Nor is a lot on receiving-inspection hold: its quantity is
      * held back from the item's locations in location order, so it
      * comes off receiving location 001 first.
      *
      * The tickets print one location to a page, in walk order:
      * location, then item, then order. The same rows go to PICKLNF
      * (see PICKLNF.cpy) for the floor to key the quantities it
      * actually picked; that deck is COBST10's PICKCNF. A line the
      * locations cannot cover in full prints on the shortage page
      * at the end; what could be allocated still goes on a ticket.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST40.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT ORDTRAN  ASSIGN TO ORDTRAN
                  FILE STATUS IS WS-FS-ORDTRAN.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

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

           SELECT PICKLNF  ASSIGN TO PICKLNF
                  FILE STATUS IS WS-FS-PICKLNF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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
           03  FILLER                    PIC  X(050).

       FD  STOCKM.

       COPY stock.

       FD  STKLOCF.

       COPY STKLOCF.

       FD  STKLOTF.

       COPY STKLOTF.

       FD  PICKLNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY PICKLNF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-ORDTRAN             PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOCF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOTF             PIC X(002) VALUE SPACES.
           05  WS-FS-PICKLNF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-ORDERS-READ            PIC 9(009) VALUE ZEROS.
           05  WS-ORDERS-FILLED          PIC 9(009) VALUE ZEROS.
           05  WS-ORDERS-SHORT           PIC 9(009) VALUE ZEROS.
           05  WS-PICK-ROWS              PIC 9(009) VALUE ZEROS.
           05  WS-TICKETS                PIC 9(009) VALUE ZEROS.
           05  WS-NEED-QTY               PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-TAKE-QTY               PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-TAKE-LEFT              PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-LOT-TAKE               PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-QC-HELD-LEFT           PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-LOT-RANK               PIC 9(007) VALUE ZEROS.
           05  WS-BEST-RANK              PIC 9(007) VALUE ZEROS.
           05  WS-LAST-LOC               PIC 9(003) VALUE ZEROS.
           05  WS-SHORT-REASON           PIC X(020) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Subscripts into the working tables below.
      *-----------------------------------------------------------------
       01  WS-SUBSCRIPTS.
           05  WS-ITM-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-CUR-ITM                PIC 9(004) VALUE ZEROS.
           05  WS-LOC-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-LOC-END                PIC 9(004) VALUE ZEROS.
           05  WS-PRIME-IX               PIC 9(004) VALUE ZEROS.
           05  WS-LOT-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-LOT-END                PIC 9(004) VALUE ZEROS.
           05  WS-BEST-LOT               PIC 9(004) VALUE ZEROS.
           05  WS-PCK-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-PCK-POS                PIC 9(004) VALUE ZEROS.
           05  WS-PCK-NEXT               PIC 9(004) VALUE ZEROS.
           05  WS-SHT-IX                 PIC 9(004) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-ORDTRAN-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-ORDTRAN-EOF            VALUE 'Y'.
           05  WS-BROWSE-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-BROWSE-EOF             VALUE 'Y'.
           05  WS-POS-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-POS-FOUND              VALUE 'Y'.

      *-----------------------------------------------------------------
      * One entry per item ordered today. The item's location and lot
      * rows are loaded once, on first sight, into the two tables
      * after it; each entry points at its own run of rows there.
      *-----------------------------------------------------------------
       01  WS-ITEM-TABLE.
           05  WS-ITM-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-ITM-ENTRY OCCURS 500 TIMES.
               10  WS-ITM-ID             PIC X(009).
               10  WS-ITM-DESC           PIC X(020).
               10  WS-ITM-ON-FILE-SW     PIC X(001).
                   88  WS-ITM-ON-FILE        VALUE 'Y'.
               10  WS-ITM-PRIME          PIC 9(003).
               10  WS-ITM-LOC-FIRST      PIC 9(004).
               10  WS-ITM-LOC-CNT        PIC 9(004).
               10  WS-ITM-LOT-FIRST      PIC 9(004).
               10  WS-ITM-LOT-CNT        PIC 9(004).

       01  WS-LOCATION-TABLE.
           05  WS-LOC-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-LOC-ENTRY OCCURS 2000 TIMES.
               10  WS-LOC-NO             PIC 9(003).
               10  WS-LOC-AVAIL          PIC S9(009)V9(004).

       01  WS-LOT-TABLE.
           05  WS-LOT-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-LOT-ENTRY OCCURS 3000 TIMES.
               10  WS-LOT-DATE           PIC 9(008).
               10  WS-LOT-SEQ            PIC 9(003).
               10  WS-LOT-EXPIRY         PIC 9(007).
               10  WS-LOT-AVAIL          PIC S9(007)V9(004).

      *-----------------------------------------------------------------
      * Pick rows, kept in walk order as they are added.
      *-----------------------------------------------------------------
       01  WS-PICK-TABLE.
           05  WS-PCK-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-PCK-ENTRY OCCURS 3000 TIMES.
               10  WS-PCK-SORT-KEY.
                   15  WS-PCK-LOC        PIC 9(003).
                   15  WS-PCK-ITEM       PIC X(009).
                   15  WS-PCK-ORDER      PIC X(010).
               10  WS-PCK-TYPE           PIC X(001).
               10  WS-PCK-LOT-DATE       PIC 9(008).
               10  WS-PCK-LOT-SEQ        PIC 9(003).
               10  WS-PCK-QTY            PIC 9(007)V9(004).
               10  WS-PCK-ITM            PIC 9(004).

       01  WS-NEW-PICK.
           05  WS-NEW-SORT-KEY.
               10  WS-NEW-LOC            PIC 9(003).
               10  WS-NEW-ITEM           PIC X(009).
               10  WS-NEW-ORDER          PIC X(010).
           05  WS-NEW-TYPE               PIC X(001).
           05  WS-NEW-LOT-DATE           PIC 9(008).
           05  WS-NEW-LOT-SEQ            PIC 9(003).
           05  WS-NEW-QTY                PIC 9(007)V9(004).
           05  WS-NEW-ITM                PIC 9(004).

       01  WS-SHORT-TABLE.
           05  WS-SHT-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-SHT-ENTRY OCCURS 500 TIMES.
               10  WS-SHT-ORDER          PIC X(010).
               10  WS-SHT-ITEM           PIC X(009).
               10  WS-SHT-QTY            PIC S9(009)V9(004).
               10  WS-SHT-REASON         PIC X(020).

       01  WS-TICKET-LINE.
           05  WS-TKL-ORDER              PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-TKL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-TKL-DESC               PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-TKL-QTY                PIC ZZZ,ZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-TKL-LOT                PIC X(012) VALUE SPACES.
           05  WS-TKL-LOT-R REDEFINES WS-TKL-LOT.
               10  WS-TKL-LOT-DATE       PIC 9(008).
               10  WS-TKL-LOT-DASH       PIC X(001).
               10  WS-TKL-LOT-SEQ        PIC 9(003).
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TKL-PICKED             PIC X(010) VALUE SPACES.

       01  WS-SHORT-LINE.
           05  WS-SHL-ORDER              PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SHL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SHL-QTY                PIC ZZZ,ZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-SHL-REASON             PIC X(020) VALUE SPACES.

       01  WS-TICKET-TITLE.
           05  FILLER                    PIC X(021)
                                          VALUE 'PICK TICKET LOCATION '.
           05  WS-TTL-LOC                PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(016) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST40 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           PERFORM P200-READ-ORDER THRU P200-READ-ORDER-EXIT
              UNTIL WS-ORDTRAN-EOF

           MOVE 'COBST40 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ORDER NO'          TO WS-COLUMN-HEADING (1:8)
           MOVE 'ITEM ID'           TO WS-COLUMN-HEADING (12:7)
           MOVE 'DESCRIPTION'       TO WS-COLUMN-HEADING (22:11)
           MOVE 'PICK QTY'          TO WS-COLUMN-HEADING (47:8)
           MOVE 'LOT'               TO WS-COLUMN-HEADING (56:3)
           MOVE 'PICKED'            TO WS-COLUMN-HEADING (70:6)

           MOVE ZEROS TO WS-PCK-IX

           PERFORM P700-PRINT-PICK THRU P700-PRINT-PICK-EXIT
              UNTIL WS-PCK-IX NOT LESS WS-PCK-CNT

           PERFORM P800-PRINT-SHORTAGES
           THRU    P800-PRINT-SHORTAGES-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'ORDER LINES READ...: ' WS-ORDERS-READ.
           DISPLAY 'LINES FULLY PICKED.: ' WS-ORDERS-FILLED.
           DISPLAY 'LINES SHORT........: ' WS-ORDERS-SHORT.
           DISPLAY 'LOCATION TICKETS...: ' WS-TICKETS.
           DISPLAY 'PICK ROWS WRITTEN..: ' WS-PICK-ROWS.
           DISPLAY '--------------------'.

           DISPLAY 'COBST40 FINISHED'.

           STOP RUN.

       P100-OPEN-FILES.

           OPEN INPUT ORDTRAN.

           IF WS-FS-ORDTRAN NOT EQUAL '00'
              DISPLAY 'OPEN ORDTRAN  FS:' WS-FS-ORDTRAN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM   FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT STKLOCF.

           IF WS-FS-STKLOCF NOT EQUAL '00'
              DISPLAY 'OPEN STKLOCF  FS:' WS-FS-STKLOCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT STKLOTF.

           IF WS-FS-STKLOTF NOT EQUAL '00'
              DISPLAY 'OPEN STKLOTF  FS:' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT PICKLNF.

           IF WS-FS-PICKLNF NOT EQUAL '00'
              DISPLAY 'OPEN PICKLNF  FS:' WS-FS-PICKLNF
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

           CLOSE ORDTRAN.

           IF WS-FS-ORDTRAN NOT EQUAL '00'
              DISPLAY 'CLOSE ORDTRAN FS:' WS-FS-ORDTRAN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STKLOCF.

           IF WS-FS-STKLOCF NOT EQUAL '00'
              DISPLAY 'CLOSE STKLOCF FS:' WS-FS-STKLOCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STKLOTF.

           IF WS-FS-STKLOTF NOT EQUAL '00'
              DISPLAY 'CLOSE STKLOTF FS:' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE PICKLNF.

           IF WS-FS-PICKLNF NOT EQUAL '00'
              DISPLAY 'CLOSE PICKLNF FS:' WS-FS-PICKLNF
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

       P200-READ-ORDER.

           READ ORDTRAN
             AT END
                MOVE 'Y' TO WS-ORDTRAN-EOF-SW
             NOT AT END
                ADD 1 TO WS-ORDERS-READ

                PERFORM P210-ALLOCATE-ORDER
                THRU    P210-ALLOCATE-ORDER-EXIT
           END-READ
           .

       P200-READ-ORDER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Prime location first, then every other location of the item
      * in location order, until the line is covered.
      *-----------------------------------------------------------------
       P210-ALLOCATE-ORDER.

           EVALUATE TRUE
           WHEN ORD-ORDER-QTY NOT NUMERIC
              MOVE ZEROS                TO WS-NEED-QTY
              MOVE 'BAD ORDER QUANTITY' TO WS-SHORT-REASON

              PERFORM P290-NOTE-SHORT THRU P290-NOTE-SHORT-EXIT

           WHEN ORD-ORDER-QTY NOT GREATER ZERO
              CONTINUE

           WHEN OTHER
              PERFORM P220-FIND-ITEM THRU P220-FIND-ITEM-EXIT

              MOVE ORD-ORDER-QTY TO WS-NEED-QTY

              IF NOT WS-ITM-ON-FILE (WS-CUR-ITM)
                 MOVE 'ITEM NOT ON FILE' TO WS-SHORT-REASON

                 PERFORM P290-NOTE-SHORT THRU P290-NOTE-SHORT-EXIT
              ELSE
                 PERFORM P230-FIND-PRIME THRU P230-FIND-PRIME-EXIT

                 IF WS-PRIME-IX GREATER ZERO
                    MOVE WS-PRIME-IX TO WS-LOC-IX

                    PERFORM P240-ALLOCATE-LOCATION
                    THRU    P240-ALLOCATE-LOCATION-EXIT
                 END-IF

                 COMPUTE WS-LOC-IX =
                    WS-ITM-LOC-FIRST (WS-CUR-ITM) - 1
                 COMPUTE WS-LOC-END =
                    WS-ITM-LOC-FIRST (WS-CUR-ITM)
                  + WS-ITM-LOC-CNT (WS-CUR-ITM) - 1

                 PERFORM P235-NEXT-LOCATION
                 THRU    P235-NEXT-LOCATION-EXIT
                    UNTIL WS-LOC-IX NOT LESS WS-LOC-END
                       OR WS-NEED-QTY NOT GREATER ZERO

                 IF WS-NEED-QTY GREATER ZERO
                    MOVE 'NOT ENOUGH ON HAND' TO WS-SHORT-REASON

                    PERFORM P290-NOTE-SHORT THRU P290-NOTE-SHORT-EXIT
                 ELSE
                    ADD 1 TO WS-ORDERS-FILLED
                 END-IF
              END-IF
           END-EVALUATE
           .

       P210-ALLOCATE-ORDER-EXIT.
           EXIT.

       P220-FIND-ITEM.

           MOVE ZEROS TO WS-CUR-ITM
                         WS-ITM-IX

           PERFORM P221-SCAN-ITEM THRU P221-SCAN-ITEM-EXIT
              UNTIL WS-ITM-IX NOT LESS WS-ITM-CNT
                 OR WS-CUR-ITM GREATER ZERO

           IF WS-CUR-ITM EQUAL ZERO
              IF WS-ITM-CNT NOT LESS 500
                 DISPLAY 'ITEM TABLE FULL AT: ' ORD-ITEM-ID
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-ITM-CNT
              MOVE WS-ITM-CNT TO WS-CUR-ITM

              PERFORM P225-LOAD-ITEM THRU P225-LOAD-ITEM-EXIT
           END-IF
           .

       P220-FIND-ITEM-EXIT.
           EXIT.

       P221-SCAN-ITEM.

           ADD 1 TO WS-ITM-IX

           IF WS-ITM-ID (WS-ITM-IX) EQUAL ORD-ITEM-ID
              MOVE WS-ITM-IX TO WS-CUR-ITM
           END-IF
           .

       P221-SCAN-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Description and prime location come off the record the order
      * names; location and lot rows are the item's, whichever record
      * of the pair was ordered.
      *-----------------------------------------------------------------
       P225-LOAD-ITEM.

           MOVE ORD-ITEM-ID TO WS-ITM-ID (WS-CUR-ITM)
           MOVE SPACES      TO WS-ITM-DESC (WS-CUR-ITM)
           MOVE 'N'         TO WS-ITM-ON-FILE-SW (WS-CUR-ITM)
           MOVE ZEROS       TO WS-ITM-PRIME (WS-CUR-ITM)
                               WS-ITM-LOC-CNT (WS-CUR-ITM)
                               WS-ITM-LOT-CNT (WS-CUR-ITM)
           COMPUTE WS-ITM-LOC-FIRST (WS-CUR-ITM) = WS-LOC-CNT + 1
           COMPUTE WS-ITM-LOT-FIRST (WS-CUR-ITM) = WS-LOT-CNT + 1

           MOVE SPACES          TO STOCK-KEY
           MOVE ORD-ITEM-ID     TO STOCK-ITEM-ID
           MOVE ORD-RECORD-TYPE TO STOCK-RECORD-TYPE

           READ STOCKM
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-ITM-ON-FILE-SW (WS-CUR-ITM)
                MOVE STOCK-DESCRIPTION (1)
                                TO WS-ITM-DESC (WS-CUR-ITM)

                IF STOCK-PRIME-LOC-DEFAULT NUMERIC
                   MOVE STOCK-PRIME-LOC-DEFAULT
                                TO WS-ITM-PRIME (WS-CUR-ITM)
                END-IF
           END-READ

           IF WS-ITM-ON-FILE (WS-CUR-ITM)
              PERFORM P226-LOAD-LOCATIONS
              THRU    P226-LOAD-LOCATIONS-EXIT

              PERFORM P228-LOAD-LOTS
              THRU    P228-LOAD-LOTS-EXIT
           END-IF
           .

       P225-LOAD-ITEM-EXIT.
           EXIT.

       P226-LOAD-LOCATIONS.

           MOVE SPACES      TO SLC-KEY
           MOVE ORD-ITEM-ID TO SLC-ITEM-ID
           MOVE ZEROS       TO SLC-LOC

           MOVE 'N' TO WS-BROWSE-EOF-SW

           START STKLOCF KEY IS NOT LESS THAN SLC-KEY
             INVALID KEY
                MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START

           PERFORM P227-LOAD-NEXT-LOCATION
           THRU    P227-LOAD-NEXT-LOCATION-EXIT
              UNTIL WS-BROWSE-EOF
           .

       P226-LOAD-LOCATIONS-EXIT.
           EXIT.

       P227-LOAD-NEXT-LOCATION.

           READ STKLOCF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-BROWSE-EOF-SW
             NOT AT END
                IF SLC-ITEM-ID NOT EQUAL ORD-ITEM-ID
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
                ELSE
                   IF SLC-ON-HAND-QTY GREATER ZERO
                      IF WS-LOC-CNT NOT LESS 2000
                         DISPLAY 'LOCATION TABLE FULL AT: '
                                  ORD-ITEM-ID
                         PERFORM P999-ERROR THRU P999-ERROR-EXIT
                      END-IF

                      ADD 1 TO WS-LOC-CNT
                      ADD 1 TO WS-ITM-LOC-CNT (WS-CUR-ITM)
                      MOVE SLC-LOC         TO WS-LOC-NO (WS-LOC-CNT)
                      MOVE SLC-ON-HAND-QTY TO WS-LOC-AVAIL (WS-LOC-CNT)
                   END-IF
                END-IF
           END-READ
           .

       P227-LOAD-NEXT-LOCATION-EXIT.
           EXIT.

       P228-LOAD-LOTS.

           MOVE SPACES      TO LOT-KEY
           MOVE ORD-ITEM-ID TO LOT-ITEM-ID
           MOVE ZEROS       TO LOT-RECEIPT-DATE
                               LOT-SEQ-NO

           MOVE 'N'   TO WS-BROWSE-EOF-SW
           MOVE ZEROS TO WS-QC-HELD-LEFT

           START STKLOTF KEY IS NOT LESS THAN LOT-KEY
             INVALID KEY
                MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START

           PERFORM P229-LOAD-NEXT-LOT THRU P229-LOAD-NEXT-LOT-EXIT
              UNTIL WS-BROWSE-EOF

           MOVE WS-ITM-LOC-FIRST (WS-CUR-ITM) TO WS-LOC-IX

           PERFORM P236-HOLD-BACK-QC THRU P236-HOLD-BACK-QC-EXIT
              UNTIL WS-QC-HELD-LEFT NOT GREATER ZERO
                 OR WS-LOC-IX GREATER WS-LOC-CNT
           .

       P228-LOAD-LOTS-EXIT.
           EXIT.

       P229-LOAD-NEXT-LOT.

           READ STKLOTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-BROWSE-EOF-SW
             NOT AT END
                IF LOT-ITEM-ID NOT EQUAL ORD-ITEM-ID
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
                ELSE
                   IF LOT-QTY-REMAINING GREATER ZERO
                      AND NOT LOT-RECALL-FROZEN
                      AND NOT LOT-QC-HELD
                      IF WS-LOT-CNT NOT LESS 3000
                         DISPLAY 'LOT TABLE FULL AT: ' ORD-ITEM-ID
                         PERFORM P999-ERROR THRU P999-ERROR-EXIT
                      END-IF

                      ADD 1 TO WS-LOT-CNT
                      ADD 1 TO WS-ITM-LOT-CNT (WS-CUR-ITM)
                      MOVE LOT-RECEIPT-DATE  TO WS-LOT-DATE (WS-LOT-CNT)
                      MOVE LOT-SEQ-NO        TO WS-LOT-SEQ (WS-LOT-CNT)
                      MOVE LOT-EXPIRY-DAYNO  TO WS-LOT-EXPIRY
                                                (WS-LOT-CNT)
                      MOVE LOT-QTY-REMAINING TO WS-LOT-AVAIL
                                                (WS-LOT-CNT)
                   END-IF

                   IF LOT-QTY-REMAINING GREATER ZERO
                      AND LOT-QC-HELD
                      ADD LOT-QTY-REMAINING TO WS-QC-HELD-LEFT
                   END-IF
                END-IF
           END-READ
           .

       P229-LOAD-NEXT-LOT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Stock in inspection sits on a location's on-hand but is not
      * free to pick; it comes off the item's locations in turn.
      *-----------------------------------------------------------------
       P236-HOLD-BACK-QC.

           IF WS-LOC-AVAIL (WS-LOC-IX) NOT GREATER WS-QC-HELD-LEFT
              SUBTRACT WS-LOC-AVAIL (WS-LOC-IX) FROM WS-QC-HELD-LEFT
              MOVE ZEROS TO WS-LOC-AVAIL (WS-LOC-IX)
           ELSE
              SUBTRACT WS-QC-HELD-LEFT FROM WS-LOC-AVAIL (WS-LOC-IX)
              MOVE ZEROS TO WS-QC-HELD-LEFT
           END-IF

           ADD 1 TO WS-LOC-IX
           .

       P236-HOLD-BACK-QC-EXIT.
           EXIT.

       P230-FIND-PRIME.

           MOVE ZEROS TO WS-PRIME-IX

           IF WS-ITM-PRIME (WS-CUR-ITM) GREATER ZERO
              COMPUTE WS-LOC-IX = WS-ITM-LOC-FIRST (WS-CUR-ITM) - 1
              COMPUTE WS-LOC-END =
                 WS-ITM-LOC-FIRST (WS-CUR-ITM)
               + WS-ITM-LOC-CNT (WS-CUR-ITM) - 1

              PERFORM P231-SCAN-PRIME THRU P231-SCAN-PRIME-EXIT
                 UNTIL WS-LOC-IX NOT LESS WS-LOC-END
                    OR WS-PRIME-IX GREATER ZERO
           END-IF
           .

       P230-FIND-PRIME-EXIT.
           EXIT.

       P231-SCAN-PRIME.

           ADD 1 TO WS-LOC-IX

           IF WS-LOC-NO (WS-LOC-IX) EQUAL WS-ITM-PRIME (WS-CUR-ITM)
              MOVE WS-LOC-IX TO WS-PRIME-IX
           END-IF
           .

       P231-SCAN-PRIME-EXIT.
           EXIT.

       P235-NEXT-LOCATION.

           ADD 1 TO WS-LOC-IX

           IF WS-LOC-IX NOT EQUAL WS-PRIME-IX
              PERFORM P240-ALLOCATE-LOCATION
              THRU    P240-ALLOCATE-LOCATION-EXIT
           END-IF
           .

       P235-NEXT-LOCATION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Take what the location can give, and split it over the
      * item's lots. Stock beyond the lots on file predates lot
      * tracking and picks without a lot.
      *-----------------------------------------------------------------
       P240-ALLOCATE-LOCATION.

           IF WS-LOC-AVAIL (WS-LOC-IX) NOT GREATER WS-NEED-QTY
              MOVE WS-LOC-AVAIL (WS-LOC-IX) TO WS-TAKE-QTY
           ELSE
              MOVE WS-NEED-QTY              TO WS-TAKE-QTY
           END-IF

           IF WS-TAKE-QTY GREATER ZERO
              SUBTRACT WS-TAKE-QTY FROM WS-LOC-AVAIL (WS-LOC-IX)
              SUBTRACT WS-TAKE-QTY FROM WS-NEED-QTY
              MOVE WS-TAKE-QTY     TO WS-TAKE-LEFT

              PERFORM P250-TAKE-LOT THRU P250-TAKE-LOT-EXIT
                 UNTIL WS-TAKE-LEFT NOT GREATER ZERO
           END-IF
           .

       P240-ALLOCATE-LOCATION-EXIT.
           EXIT.

       P250-TAKE-LOT.

           PERFORM P255-FIND-BEST-LOT THRU P255-FIND-BEST-LOT-EXIT

           IF WS-BEST-LOT GREATER ZERO
              IF WS-LOT-AVAIL (WS-BEST-LOT) NOT GREATER WS-TAKE-LEFT
                 MOVE WS-LOT-AVAIL (WS-BEST-LOT) TO WS-LOT-TAKE
              ELSE
                 MOVE WS-TAKE-LEFT               TO WS-LOT-TAKE
              END-IF

              SUBTRACT WS-LOT-TAKE FROM WS-LOT-AVAIL (WS-BEST-LOT)
              MOVE WS-LOT-DATE (WS-BEST-LOT) TO WS-NEW-LOT-DATE
              MOVE WS-LOT-SEQ (WS-BEST-LOT)  TO WS-NEW-LOT-SEQ
           ELSE
              MOVE WS-TAKE-LEFT TO WS-LOT-TAKE
              MOVE ZEROS        TO WS-NEW-LOT-DATE
                                   WS-NEW-LOT-SEQ
           END-IF

           SUBTRACT WS-LOT-TAKE FROM WS-TAKE-LEFT

           MOVE WS-LOC-NO (WS-LOC-IX) TO WS-NEW-LOC
           MOVE ORD-ITEM-ID           TO WS-NEW-ITEM
           MOVE ORD-ORDER-NO          TO WS-NEW-ORDER
           MOVE ORD-RECORD-TYPE       TO WS-NEW-TYPE
           MOVE WS-LOT-TAKE           TO WS-NEW-QTY
           MOVE WS-CUR-ITM            TO WS-NEW-ITM

           PERFORM P260-ADD-PICK THRU P260-ADD-PICK-EXIT
           .

       P250-TAKE-LOT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Earliest expiry wins; a lot that never expires ranks after
      * every lot that does. Lots load in receipt order, so among
      * equals the first one met is the oldest.
      *-----------------------------------------------------------------
       P255-FIND-BEST-LOT.

           MOVE ZEROS   TO WS-BEST-LOT
           MOVE 9999999 TO WS-BEST-RANK

           COMPUTE WS-LOT-IX = WS-ITM-LOT-FIRST (WS-CUR-ITM) - 1
           COMPUTE WS-LOT-END =
              WS-ITM-LOT-FIRST (WS-CUR-ITM)
            + WS-ITM-LOT-CNT (WS-CUR-ITM) - 1

           PERFORM P256-RANK-LOT THRU P256-RANK-LOT-EXIT
              UNTIL WS-LOT-IX NOT LESS WS-LOT-END
           .

       P255-FIND-BEST-LOT-EXIT.
           EXIT.

       P256-RANK-LOT.

           ADD 1 TO WS-LOT-IX

           IF WS-LOT-AVAIL (WS-LOT-IX) GREATER ZERO
              IF WS-LOT-EXPIRY (WS-LOT-IX) GREATER ZERO
                 MOVE WS-LOT-EXPIRY (WS-LOT-IX) TO WS-LOT-RANK
              ELSE
                 MOVE 9999999                   TO WS-LOT-RANK
              END-IF

              IF WS-BEST-LOT EQUAL ZERO
                 OR WS-LOT-RANK LESS WS-BEST-RANK
                 MOVE WS-LOT-IX   TO WS-BEST-LOT
                 MOVE WS-LOT-RANK TO WS-BEST-RANK
              END-IF
           END-IF
           .

       P256-RANK-LOT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Insert the new row after every row whose walk key is not
      * greater, shifting the rest down one place.
      *-----------------------------------------------------------------
       P260-ADD-PICK.

           IF WS-PCK-CNT NOT LESS 3000
              DISPLAY 'PICK TABLE FULL AT ORDER: ' ORD-ORDER-NO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE ZEROS TO WS-PCK-IX
           MOVE 'N'   TO WS-POS-FOUND-SW

           PERFORM P261-SCAN-POSITION THRU P261-SCAN-POSITION-EXIT
              UNTIL WS-PCK-IX NOT LESS WS-PCK-CNT
                 OR WS-POS-FOUND

           IF WS-POS-FOUND
              MOVE WS-PCK-IX  TO WS-PCK-POS
           ELSE
              COMPUTE WS-PCK-POS = WS-PCK-CNT + 1
           END-IF

           MOVE WS-PCK-CNT TO WS-PCK-IX

           PERFORM P262-SHIFT-DOWN THRU P262-SHIFT-DOWN-EXIT
              UNTIL WS-PCK-IX LESS WS-PCK-POS

           ADD 1 TO WS-PCK-CNT

           MOVE WS-NEW-SORT-KEY TO WS-PCK-SORT-KEY (WS-PCK-POS)
           MOVE WS-NEW-TYPE     TO WS-PCK-TYPE (WS-PCK-POS)
           MOVE WS-NEW-LOT-DATE TO WS-PCK-LOT-DATE (WS-PCK-POS)
           MOVE WS-NEW-LOT-SEQ  TO WS-PCK-LOT-SEQ (WS-PCK-POS)
           MOVE WS-NEW-QTY      TO WS-PCK-QTY (WS-PCK-POS)
           MOVE WS-NEW-ITM      TO WS-PCK-ITM (WS-PCK-POS)
           .

       P260-ADD-PICK-EXIT.
           EXIT.

       P261-SCAN-POSITION.

           ADD 1 TO WS-PCK-IX

           IF WS-PCK-SORT-KEY (WS-PCK-IX) GREATER WS-NEW-SORT-KEY
              MOVE 'Y' TO WS-POS-FOUND-SW
           END-IF
           .

       P261-SCAN-POSITION-EXIT.
           EXIT.

       P262-SHIFT-DOWN.

           COMPUTE WS-PCK-NEXT = WS-PCK-IX + 1

           MOVE WS-PCK-ENTRY (WS-PCK-IX) TO WS-PCK-ENTRY (WS-PCK-NEXT)

           SUBTRACT 1 FROM WS-PCK-IX
           .

       P262-SHIFT-DOWN-EXIT.
           EXIT.

       P290-NOTE-SHORT.

           ADD 1 TO WS-ORDERS-SHORT

           IF WS-SHT-CNT NOT LESS 500
              DISPLAY 'SHORT LINE NOT LISTED: ' ORD-ORDER-NO
                      ' ' ORD-ITEM-ID ' ' WS-SHORT-REASON
           ELSE
              ADD 1 TO WS-SHT-CNT
              MOVE ORD-ORDER-NO    TO WS-SHT-ORDER (WS-SHT-CNT)
              MOVE ORD-ITEM-ID     TO WS-SHT-ITEM (WS-SHT-CNT)
              MOVE WS-NEED-QTY     TO WS-SHT-QTY (WS-SHT-CNT)
              MOVE WS-SHORT-REASON TO WS-SHT-REASON (WS-SHT-CNT)
           END-IF
           .

       P290-NOTE-SHORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A new location starts a new ticket on a new page.
      *-----------------------------------------------------------------
       P700-PRINT-PICK.

           ADD 1 TO WS-PCK-IX

           IF WS-PCK-IX EQUAL 1
              OR WS-PCK-LOC (WS-PCK-IX) NOT EQUAL WS-LAST-LOC
              MOVE WS-PCK-LOC (WS-PCK-IX) TO WS-LAST-LOC
                                             WS-TTL-LOC
              MOVE WS-TICKET-TITLE        TO WS-RPT-TITLE
              MOVE 999                    TO WS-RPT-LINE-CTR
              ADD 1 TO WS-TICKETS
           END-IF

           MOVE SPACES                     TO WS-TICKET-LINE
           MOVE WS-PCK-ORDER (WS-PCK-IX)   TO WS-TKL-ORDER
           MOVE WS-PCK-ITEM (WS-PCK-IX)    TO WS-TKL-ITEM
           MOVE WS-ITM-DESC (WS-PCK-ITM (WS-PCK-IX))
                                           TO WS-TKL-DESC
           MOVE WS-PCK-QTY (WS-PCK-IX)     TO WS-TKL-QTY

           IF WS-PCK-LOT-DATE (WS-PCK-IX) EQUAL ZEROS
              MOVE 'NO LOT'                TO WS-TKL-LOT
           ELSE
              MOVE WS-PCK-LOT-DATE (WS-PCK-IX) TO WS-TKL-LOT-DATE
              MOVE '-'                         TO WS-TKL-LOT-DASH
              MOVE WS-PCK-LOT-SEQ (WS-PCK-IX)  TO WS-TKL-LOT-SEQ
           END-IF

           MOVE '__________'               TO WS-TKL-PICKED

           MOVE WS-TICKET-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES                      TO REC-PICK-LINE
           MOVE WS-PCK-ORDER (WS-PCK-IX)    TO PK-ORDER-NO
           MOVE WS-PCK-ITEM (WS-PCK-IX)     TO PK-ITEM-ID
           MOVE WS-PCK-TYPE (WS-PCK-IX)     TO PK-RECORD-TYPE
           MOVE WS-PCK-LOC (WS-PCK-IX)      TO PK-LOCATION
           MOVE WS-PCK-LOT-DATE (WS-PCK-IX) TO PK-LOT-RECEIPT-DATE
           MOVE WS-PCK-LOT-SEQ (WS-PCK-IX)  TO PK-LOT-SEQ-NO
           MOVE WS-PCK-QTY (WS-PCK-IX)      TO PK-ALLOC-QTY
           MOVE ZEROS                       TO PK-PICKED-QTY

           WRITE REC-PICK-LINE
           END-WRITE

           IF WS-FS-PICKLNF NOT EQUAL '00'
              DISPLAY 'WRITE PICKLNF FS:' WS-FS-PICKLNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-PICK-ROWS
           .

       P700-PRINT-PICK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Lines the floor cannot fill in full, and the run's counts,
      * on a page of their own for the shipping supervisor.
      *-----------------------------------------------------------------
       P800-PRINT-SHORTAGES.

           MOVE 'PICK LIST SHORTAGES AND TOTALS'
                                    TO WS-RPT-TITLE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ORDER NO'          TO WS-COLUMN-HEADING (1:8)
           MOVE 'ITEM ID'           TO WS-COLUMN-HEADING (12:7)
           MOVE 'SHORT QTY'         TO WS-COLUMN-HEADING (24:9)
           MOVE 'REASON'            TO WS-COLUMN-HEADING (35:6)
           MOVE 999                 TO WS-RPT-LINE-CTR

           MOVE ZEROS TO WS-SHT-IX

           PERFORM P810-PRINT-SHORT THRU P810-PRINT-SHORT-EXIT
              UNTIL WS-SHT-IX NOT LESS WS-SHT-CNT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ORDER LINES READ'  TO WS-RPT-CNT-LABEL
           MOVE WS-ORDERS-READ      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LINES SHORT'       TO WS-RPT-CNT-LABEL
           MOVE WS-ORDERS-SHORT     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'PICK ROWS'         TO WS-RPT-CNT-LABEL
           MOVE WS-PICK-ROWS        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P800-PRINT-SHORTAGES-EXIT.
           EXIT.

       P810-PRINT-SHORT.

           ADD 1 TO WS-SHT-IX

           MOVE SPACES                    TO WS-SHORT-LINE
           MOVE WS-SHT-ORDER (WS-SHT-IX)  TO WS-SHL-ORDER
           MOVE WS-SHT-ITEM (WS-SHT-IX)   TO WS-SHL-ITEM
           MOVE WS-SHT-QTY (WS-SHT-IX)    TO WS-SHL-QTY
           MOVE WS-SHT-REASON (WS-SHT-IX) TO WS-SHL-REASON

           MOVE WS-SHORT-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P810-PRINT-SHORT-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
