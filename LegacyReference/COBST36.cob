      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Purchase-order generation from approved replenishment. The
      * buyers mark up COBST12's suggestion list and send back one
      * approval card per line they want bought; each card is checked
      * against the suggestion file COBST12 wrote with the list
      * (SUGGESTF.cpy), raised to the vendor's IV-MIN-ORDER-QTY, and
      * valued at STOCK-DEFAULT-UNIT-PRICE against the buyer's
      * approval limit from PARAMF. The approved lines are then
      * grouped by vendor into purchase orders, written straight onto
      * OPENPOF for COBST23 to match receipts against, and printed
      * for the vendor. Due date is the run date plus the link's lead
      * time, or the vendor's default lead time when the link has
      * none -- the same rule COBST12 suggests by.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST36.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * APPCARDS is the buyers' approval deck: one card per suggested
      * item to buy. A blank quantity takes the suggested shortfall;
      * a blank vendor takes the suggested preferred vendor.
      *-----------------------------------------------------------------
           SELECT APPCARDS ASSIGN TO APPCARDS
                  FILE STATUS IS WS-FS-APPCARDS.

           SELECT SUGGESTF ASSIGN TO SUGGESTF
                  FILE STATUS IS WS-FS-SUGGESTF.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT POPRTF   ASSIGN TO POPRTF
                  FILE STATUS IS WS-FS-POPRTF.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

           SELECT ITMVENF  ASSIGN TO ITMVENF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS IV-KEY
                  FILE STATUS   IS WS-FS-ITMVENF.

           SELECT VENDORF  ASSIGN TO VENDORF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS VEN-KEY
                  FILE STATUS   IS WS-FS-VENDORF.

           SELECT PARAMF   ASSIGN TO PARAMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PRM-KEY
                  FILE STATUS   IS WS-FS-PARAMF.

           SELECT OPENPOF  ASSIGN TO OPENPOF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PO-KEY
                  FILE STATUS   IS WS-FS-OPENPOF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  APPCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-APPCARD.
           03  APC-BUYER                 PIC  9(003).
           03  APC-ITEM-ID               PIC  X(009).
           03  APC-ORDER-QTY             PIC  9(007).
           03  APC-ORDER-QTY-X REDEFINES APC-ORDER-QTY
                                         PIC  X(007).
           03  APC-VENDOR-CODE           PIC  X(006).
           03  FILLER                    PIC  X(055).

       FD  SUGGESTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY SUGGESTF.

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  POPRTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-PO-PRINT-LINE             PIC  X(080).

       FD  STOCKM.

       COPY stock.

       FD  ITMVENF.

       COPY ITMVENF.

       FD  VENDORF.

       COPY VENDORF.

       FD  PARAMF.

       COPY PARAMF.

       FD  OPENPOF.

       COPY OPENPOF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-APPCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-SUGGESTF            PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-POPRTF              PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-ITMVENF             PIC X(002) VALUE SPACES.
           05  WS-FS-VENDORF             PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-OPENPOF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-APPROVED               PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-POS-WRITTEN            PIC 9(009) VALUE ZEROS.
           05  WS-LINES-WRITTEN          PIC 9(009) VALUE ZEROS.
           05  WS-SUG-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-LIN-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-GRP-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-BUY-IX                 PIC 9(003) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Compiled default only -- overridden at startup from PARAMF key
      * ST36-LIMIT-DFLT, and per buyer by key ST36-LIMIT-nnn (nnn the
      * STOCK-BUYER number). Whole dollars a buyer may approve in one
      * run.
      *-----------------------------------------------------------------
       01  WS-DEFAULT-LIMIT              PIC S9(007) VALUE +0010000.

       01  WS-PRM-BUYER-KEY.
           05  FILLER                    PIC X(011)
                                          VALUE 'ST36-LIMIT-'.
           05  WS-PBK-BUYER              PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-APPCARDS-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-APPCARDS-EOF           VALUE 'Y'.
           05  WS-SUGGESTF-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-SUGGESTF-EOF           VALUE 'Y'.
           05  WS-PARAMF-OFF-SW          PIC X(001) VALUE 'N'.
               88  WS-PARAMF-OFF             VALUE 'Y'.
           05  WS-SUG-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-SUG-FOUND              VALUE 'Y'.
           05  WS-BUY-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-BUY-FOUND              VALUE 'Y'.

      *-----------------------------------------------------------------
      * The night's suggestions, as COBST12 wrote them.
      *-----------------------------------------------------------------
       01  WS-SUGGEST-TABLE.
           05  WS-SUG-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-SUG-ENTRY OCCURS 500 TIMES.
               10  WS-SUG-ITEM           PIC X(009).
               10  WS-SUG-BUYER          PIC 9(003).
               10  WS-SUG-VENDOR         PIC X(006).
               10  WS-SUG-SHORTFALL      PIC 9(007)V9(004).
               10  WS-SUG-APPROVED-SW    PIC X(001).

      *-----------------------------------------------------------------
      * Each buyer's limit and what has been approved against it so
      * far this run.
      *-----------------------------------------------------------------
       01  WS-BUYER-TABLE.
           05  WS-BUY-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-BUY-ENTRY OCCURS 100 TIMES.
               10  WS-BUY-NO             PIC 9(003).
               10  WS-BUY-LIMIT          PIC S9(007).
               10  WS-BUY-APPROVED       PIC S9(009)V9(002).

      *-----------------------------------------------------------------
      * Approved lines held until the deck is done, then grouped by
      * vendor into purchase orders.
      *-----------------------------------------------------------------
       01  WS-LINE-TABLE.
           05  WS-LIN-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-LIN-ENTRY OCCURS 500 TIMES.
               10  WS-LIN-VENDOR         PIC X(006).
               10  WS-LIN-ITEM           PIC X(009).
               10  WS-LIN-DESC           PIC X(018).
               10  WS-LIN-QTY            PIC 9(007)V9(004).
               10  WS-LIN-COST           PIC S9(008)V9(005).
               10  WS-LIN-AMOUNT         PIC S9(009)V9(002).
               10  WS-LIN-DUE-DATE       PIC 9(008).
               10  WS-LIN-ORDERED-SW     PIC X(001).

       01  WS-CARD-WORK.
           05  WS-REJECT-CODE            PIC X(004) VALUE SPACES.
           05  WS-REJECT-TEXT            PIC X(040) VALUE SPACES.
           05  WS-WRK-VENDOR             PIC X(006) VALUE SPACES.
           05  WS-WRK-QTY                PIC 9(007)V9(004)
                                          VALUE ZEROS.
           05  WS-WRK-LEAD-DAYS          PIC 9(003) VALUE ZEROS.
           05  WS-WRK-COST               PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-WRK-AMOUNT             PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-WRK-DESC               PIC X(018) VALUE SPACES.
           05  WS-WRK-LIMIT-LEFT         PIC S9(009)V9(002)
                                          VALUE ZEROS.

       01  WS-PO-CONTROL.
           05  WS-PO-NUMBER.
               10  FILLER                PIC X(001) VALUE 'R'.
               10  WS-PON-DATE           PIC X(006) VALUE SPACES.
               10  WS-PON-SEQ            PIC 9(003) VALUE ZEROS.
           05  WS-PO-VENDOR              PIC X(006) VALUE SPACES.
           05  WS-PO-VEN-NAME            PIC X(030) VALUE SPACES.
           05  WS-PO-LINE-NO             PIC 9(003) VALUE ZEROS.
           05  WS-PO-TOTAL               PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-PO-PAGE-LINES          PIC 9(003) VALUE ZEROS.
           05  WS-PO-PAGE-MAX            PIC 9(003) VALUE 50.

      *-----------------------------------------------------------------
      * Calendar arithmetic for the due date: the lead days are added
      * a month at a time, with the same leap-year test the COBNS04
      * calendar build uses.
      *-----------------------------------------------------------------
       01  WS-DATE-CALC.
           05  WS-DC-DATE                PIC 9(008) VALUE ZEROS.
           05  WS-DC-DATE-X REDEFINES WS-DC-DATE.
               10  WS-DC-YYYY            PIC 9(004).
               10  WS-DC-MM              PIC 9(002).
               10  WS-DC-DD              PIC 9(002).
           05  WS-DC-DAYS                PIC 9(005) VALUE ZEROS.
           05  WS-DC-MONTH-DAYS          PIC 9(002) VALUE ZEROS.
           05  WS-DC-QUOT                PIC 9(004) VALUE ZEROS.
           05  WS-DC-REM4                PIC 9(001) VALUE ZEROS.
           05  WS-DC-REM100              PIC 9(003) VALUE ZEROS.
           05  WS-DC-REM400              PIC 9(003) VALUE ZEROS.

       01  WS-PO-TITLE-LINE.
           05  FILLER                    PIC X(016)
                                          VALUE 'PURCHASE ORDER'.
           05  WS-PTL-PO-NUMBER          PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(011)
                                          VALUE 'ORDER DATE '.
           05  WS-PTL-ORDER-DATE         PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-PTL-CONTINUED          PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(015) VALUE SPACES.

       01  WS-PO-VENDOR-LINE.
           05  FILLER                    PIC X(016) VALUE 'VENDOR'.
           05  WS-PVL-CODE               PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-PVL-NAME               PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(026) VALUE SPACES.

       01  WS-PO-DETAIL-LINE.
           05  WS-PDL-LINE-NO            PIC ZZ9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-PDL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-PDL-DESC               PIC X(018) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-PDL-QTY                PIC ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-PDL-COST               PIC ZZZ,ZZ9.9999
                                          VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-PDL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-PDL-DUE-DATE           PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.

       01  WS-PO-TOTAL-LINE.
           05  FILLER                    PIC X(044) VALUE SPACES.
           05  FILLER                    PIC X(014)
                                          VALUE 'ORDER TOTAL'.
           05  WS-PTT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER                    PIC X(009) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'COBST36 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE WS-RUN-DATE (3:6) TO WS-PON-DATE

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           PERFORM P120-LOAD-SUGGESTION
           THRU    P120-LOAD-SUGGESTION-EXIT
              UNTIL WS-SUGGESTF-EOF

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT

           PERFORM P200-APPROVE-LINE THRU P200-APPROVE-LINE-EXIT
              UNTIL WS-APPCARDS-EOF

           PERFORM P600-GENERATE-ORDERS
           THRU    P600-GENERATE-ORDERS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ........: ' WS-READ.
           DISPLAY 'LINES APPROVED....: ' WS-APPROVED.
           DISPLAY 'CARDS REJECTED....: ' WS-REJECTED.
           DISPLAY 'ORDERS WRITTEN....: ' WS-POS-WRITTEN.
           DISPLAY 'PO LINES WRITTEN..: ' WS-LINES-WRITTEN.
           DISPLAY '--------------------'.

           DISPLAY 'COBST36 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Approval limits from the shared runtime parameter file (see
      * PARAMF.cpy). The shop-wide default is read here; each buyer's
      * own row is read the first time that buyer's card turns up, so
      * the file stays open for the run. A missing file or missing
      * row leaves the compiled default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'ST36-LIMIT-DFLT ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST36-LIMIT-DFLT'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      MOVE PRM-VALUE TO WS-DEFAULT-LIMIT
                   ELSE
                      DISPLAY 'NON-NUMERIC PARM VALUE IGNORED: '
                               'ST36-LIMIT-DFLT'
                   END-IF
              END-READ

           WHEN WS-FS-PARAMF EQUAL '35'
              DISPLAY 'PARAMF NOT DEFINED. DEFAULTS IN EFFECT.'
              MOVE 'Y' TO WS-PARAMF-OFF-SW

           WHEN OTHER
              DISPLAY 'OPEN PARAMF  FS: ' WS-FS-PARAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'DEFAULT BUYER LIMIT.....: ' WS-DEFAULT-LIMIT
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

       P100-OPEN-FILES.

           OPEN INPUT APPCARDS.

           IF WS-FS-APPCARDS NOT EQUAL '00'
              DISPLAY 'OPEN APPCARDS FS:' WS-FS-APPCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT SUGGESTF.

           IF WS-FS-SUGGESTF NOT EQUAL '00'
              DISPLAY 'OPEN SUGGESTF FS:' WS-FS-SUGGESTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT POPRTF.

           IF WS-FS-POPRTF NOT EQUAL '00'
              DISPLAY 'OPEN POPRTF   FS:' WS-FS-POPRTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM   FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT ITMVENF.

           IF WS-FS-ITMVENF NOT EQUAL '00'
              DISPLAY 'OPEN ITMVENF  FS:' WS-FS-ITMVENF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT VENDORF.

           IF WS-FS-VENDORF NOT EQUAL '00'
              DISPLAY 'OPEN VENDORF  FS:' WS-FS-VENDORF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O OPENPOF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined PO cluster opens with file status
      * 35 -- seed it empty and reopen, as COBST22 does.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-OPENPOF EQUAL '00'
              CONTINUE
           WHEN WS-FS-OPENPOF EQUAL '35'
              DISPLAY 'EMPTY OPENPOF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT OPENPOF
              CLOSE OPENPOF
              OPEN I-O OPENPOF

              IF WS-FS-OPENPOF NOT EQUAL '00'
                 DISPLAY 'REOPEN OPENPOF FS:' WS-FS-OPENPOF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN OPENPOF  FS:' WS-FS-OPENPOF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

       P120-LOAD-SUGGESTION.

           READ SUGGESTF
             AT END
                MOVE 'Y' TO WS-SUGGESTF-EOF-SW
             NOT AT END
                IF WS-SUG-CNT LESS 500
                   ADD 1 TO WS-SUG-CNT
                   MOVE SGF-ITEM-ID     TO WS-SUG-ITEM   (WS-SUG-CNT)
                   MOVE SGF-BUYER       TO WS-SUG-BUYER  (WS-SUG-CNT)
                   MOVE SGF-VENDOR-CODE TO WS-SUG-VENDOR (WS-SUG-CNT)
                   MOVE SGF-SHORTFALL   TO WS-SUG-SHORTFALL
                                           (WS-SUG-CNT)
                   MOVE 'N'             TO WS-SUG-APPROVED-SW
                                           (WS-SUG-CNT)
                ELSE
                   DISPLAY 'SUGGESTION TABLE FULL. ITEM DROPPED: '
                            SGF-ITEM-ID
                END-IF
           END-READ
           .

       P120-LOAD-SUGGESTION-EXIT.
           EXIT.

       P150-READ-CARD.

           READ APPCARDS
             AT END
                MOVE 'Y' TO WS-APPCARDS-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ
           END-READ
           .

       P150-READ-CARD-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           CLOSE APPCARDS.
           IF WS-FS-APPCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE APPCARDS FS:' WS-FS-APPCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE SUGGESTF.
           IF WS-FS-SUGGESTF NOT EQUAL '00'
              DISPLAY 'CLOSE SUGGESTF FS:' WS-FS-SUGGESTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE POPRTF.
           IF WS-FS-POPRTF NOT EQUAL '00'
              DISPLAY 'CLOSE POPRTF  FS:' WS-FS-POPRTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STOCKM.
           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE ITMVENF VENDORF.
           IF WS-FS-ITMVENF NOT EQUAL '00'
              OR WS-FS-VENDORF NOT EQUAL '00'
              DISPLAY 'CLOSE VENDOR FILES FS:' WS-FS-ITMVENF
                       ' ' WS-FS-VENDORF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-PARAMF-OFF
              CLOSE PARAMF

              IF WS-FS-PARAMF NOT EQUAL '00'
                 DISPLAY 'CLOSE PARAMF  FS:' WS-FS-PARAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE OPENPOF.
           IF WS-FS-OPENPOF NOT EQUAL '00'
              DISPLAY 'CLOSE OPENPOF FS:' WS-FS-OPENPOF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P190-CLOSE-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One approval card. It must name a line on tonight's list, for
      * the buyer it was suggested to, approved once; the vendor must
      * be linked to the item and active; and the line's value must
      * fit in what is left of the buyer's limit.
      *-----------------------------------------------------------------
       P200-APPROVE-LINE.

           MOVE SPACES TO WS-REJECT-CODE
                          WS-REJECT-TEXT
           MOVE ZEROS  TO WS-SUG-IX
           MOVE 'N'    TO WS-SUG-FOUND-SW

           IF APC-BUYER NOT NUMERIC
              OR APC-ITEM-ID EQUAL SPACES
              MOVE 'BKEY' TO WS-REJECT-CODE
              MOVE 'BLANK BUYER OR ITEM ON APPROVAL CARD'
              TO   WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-CODE EQUAL SPACES
              PERFORM P210-FIND-SUGGESTION
              THRU    P210-FIND-SUGGESTION-EXIT
           END-IF

           IF WS-REJECT-CODE EQUAL SPACES
              PERFORM P220-CHECK-VENDOR
              THRU    P220-CHECK-VENDOR-EXIT
           END-IF

           IF WS-REJECT-CODE EQUAL SPACES
              PERFORM P230-VALUE-LINE
              THRU    P230-VALUE-LINE-EXIT
           END-IF

           IF WS-REJECT-CODE EQUAL SPACES
              PERFORM P240-CHECK-LIMIT
              THRU    P240-CHECK-LIMIT-EXIT
           END-IF

           IF WS-REJECT-CODE EQUAL SPACES
              PERFORM P250-STORE-LINE
              THRU    P250-STORE-LINE-EXIT
           ELSE
              MOVE WS-REJECT-CODE TO EXC-REASON-CODE
              MOVE WS-REJECT-TEXT TO EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT
           .

       P200-APPROVE-LINE-EXIT.
           EXIT.

       P210-FIND-SUGGESTION.

           PERFORM P215-MATCH-SUGGESTION
           THRU    P215-MATCH-SUGGESTION-EXIT
              UNTIL WS-SUG-FOUND
                 OR WS-SUG-IX NOT LESS WS-SUG-CNT

           EVALUATE TRUE
           WHEN NOT WS-SUG-FOUND
              MOVE 'BSUG' TO WS-REJECT-CODE
              MOVE 'ITEM NOT ON TONIGHT''S SUGGESTION LIST'
              TO   WS-REJECT-TEXT
           WHEN WS-SUG-BUYER (WS-SUG-IX) NOT EQUAL APC-BUYER
              MOVE 'BBUY' TO WS-REJECT-CODE
              MOVE 'ITEM WAS SUGGESTED TO ANOTHER BUYER'
              TO   WS-REJECT-TEXT
           WHEN WS-SUG-APPROVED-SW (WS-SUG-IX) EQUAL 'Y'
              MOVE 'BDUP' TO WS-REJECT-CODE
              MOVE 'SUGGESTED LINE ALREADY APPROVED'
              TO   WS-REJECT-TEXT
           WHEN APC-ORDER-QTY-X EQUAL SPACES
              MOVE WS-SUG-SHORTFALL (WS-SUG-IX) TO WS-WRK-QTY
           WHEN APC-ORDER-QTY NOT NUMERIC
              OR APC-ORDER-QTY EQUAL ZEROS
              MOVE 'BQTY' TO WS-REJECT-CODE
              MOVE 'INVALID ORDER QUANTITY ON APPROVAL CARD'
              TO   WS-REJECT-TEXT
           WHEN OTHER
              MOVE APC-ORDER-QTY TO WS-WRK-QTY
           END-EVALUATE
           .

       P210-FIND-SUGGESTION-EXIT.
           EXIT.

       P215-MATCH-SUGGESTION.

           ADD 1 TO WS-SUG-IX

           IF WS-SUG-ITEM (WS-SUG-IX) EQUAL APC-ITEM-ID
              MOVE 'Y' TO WS-SUG-FOUND-SW
           END-IF
           .

       P215-MATCH-SUGGESTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The buyer may redirect the buy to another linked vendor; the
      * link's minimum order quantity then applies in place of the
      * preferred vendor's.
      *-----------------------------------------------------------------
       P220-CHECK-VENDOR.

           IF APC-VENDOR-CODE EQUAL SPACES
              MOVE WS-SUG-VENDOR (WS-SUG-IX) TO WS-WRK-VENDOR
           ELSE
              MOVE APC-VENDOR-CODE           TO WS-WRK-VENDOR
           END-IF

           MOVE APC-ITEM-ID   TO IV-ITEM-ID
           MOVE WS-WRK-VENDOR TO IV-VENDOR-CODE

           IF WS-WRK-VENDOR EQUAL SPACES
              MOVE 'BVEN' TO WS-REJECT-CODE
              MOVE 'NO VENDOR SUGGESTED OR NAMED FOR ITEM'
              TO   WS-REJECT-TEXT
           ELSE
              READ ITMVENF
                INVALID KEY
                   MOVE 'BVEN' TO WS-REJECT-CODE
                   MOVE 'VENDOR NOT LINKED TO ITEM ON ITMVENF'
                   TO   WS-REJECT-TEXT
              END-READ
           END-IF

           IF WS-REJECT-CODE EQUAL SPACES
              MOVE WS-WRK-VENDOR TO VEN-CODE

              READ VENDORF
                INVALID KEY
                   MOVE 'BVEN' TO WS-REJECT-CODE
                   MOVE 'VENDOR NOT ON VENDOR MASTER'
                   TO   WS-REJECT-TEXT
                NOT INVALID KEY
                   IF NOT VEN-ACTIVE
                      MOVE 'BVEN' TO WS-REJECT-CODE
                      MOVE 'VENDOR INACTIVE ON VENDOR MASTER'
                      TO   WS-REJECT-TEXT
                   END-IF
              END-READ
           END-IF

           IF WS-REJECT-CODE EQUAL SPACES
              IF IV-MIN-ORDER-QTY NUMERIC
                 AND WS-WRK-QTY LESS IV-MIN-ORDER-QTY
                 MOVE IV-MIN-ORDER-QTY TO WS-WRK-QTY
              END-IF

              MOVE ZEROS TO WS-WRK-LEAD-DAYS

              IF IV-LEAD-DAYS NUMERIC
                 MOVE IV-LEAD-DAYS  TO WS-WRK-LEAD-DAYS
              END-IF

              IF WS-WRK-LEAD-DAYS EQUAL ZEROS
                 AND VEN-LEAD-DAYS NUMERIC
                 MOVE VEN-LEAD-DAYS TO WS-WRK-LEAD-DAYS
              END-IF
           END-IF
           .

       P220-CHECK-VENDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Valued at the item's default unit price, the figure COBST10
      * books receipts at; the item's other record backstops a pair
      * whose type-1 row carries no price.
      *-----------------------------------------------------------------
       P230-VALUE-LINE.

           MOVE ZEROS        TO WS-WRK-COST
           MOVE SPACES       TO WS-WRK-DESC

           MOVE SPACES       TO STOCK-KEY
           MOVE APC-ITEM-ID  TO STOCK-ITEM-ID
           MOVE '1'          TO STOCK-RECORD-TYPE

           PERFORM P235-READ-COST THRU P235-READ-COST-EXIT

           IF WS-WRK-COST EQUAL ZEROS
              MOVE SPACES       TO STOCK-KEY
              MOVE APC-ITEM-ID  TO STOCK-ITEM-ID
              MOVE '2'          TO STOCK-RECORD-TYPE

              PERFORM P235-READ-COST THRU P235-READ-COST-EXIT
           END-IF

           IF WS-WRK-COST EQUAL ZEROS
              MOVE 'BCST' TO WS-REJECT-CODE
              MOVE 'NO UNIT PRICE ON STOCK MASTER FOR ITEM'
              TO   WS-REJECT-TEXT
           ELSE
              COMPUTE WS-WRK-AMOUNT ROUNDED =
                 WS-WRK-QTY * WS-WRK-COST
           END-IF
           .

       P230-VALUE-LINE-EXIT.
           EXIT.

       P235-READ-COST.

           READ STOCKM
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF WS-WRK-DESC EQUAL SPACES
                   MOVE STOCK-DESCRIPTION (1) TO WS-WRK-DESC
                END-IF

                IF STOCK-DEFAULT-UNIT-PRICE NUMERIC
                   MOVE STOCK-DEFAULT-UNIT-PRICE TO WS-WRK-COST
                END-IF
           END-READ
           .

       P235-READ-COST-EXIT.
           EXIT.

       P240-CHECK-LIMIT.

           MOVE ZEROS TO WS-BUY-IX
           MOVE 'N'   TO WS-BUY-FOUND-SW

           PERFORM P245-MATCH-BUYER THRU P245-MATCH-BUYER-EXIT
              UNTIL WS-BUY-FOUND
                 OR WS-BUY-IX NOT LESS WS-BUY-CNT

           IF NOT WS-BUY-FOUND
              PERFORM P246-ADD-BUYER THRU P246-ADD-BUYER-EXIT
           END-IF

           IF WS-REJECT-CODE EQUAL SPACES
              SUBTRACT WS-BUY-APPROVED (WS-BUY-IX)
                  FROM WS-BUY-LIMIT (WS-BUY-IX)
                GIVING WS-WRK-LIMIT-LEFT

              IF WS-WRK-AMOUNT GREATER WS-WRK-LIMIT-LEFT
                 MOVE 'BLIM' TO WS-REJECT-CODE
                 MOVE 'LINE EXCEEDS BUYER APPROVAL LIMIT LEFT'
                 TO   WS-REJECT-TEXT
              END-IF
           END-IF
           .

       P240-CHECK-LIMIT-EXIT.
           EXIT.

       P245-MATCH-BUYER.

           ADD 1 TO WS-BUY-IX

           IF WS-BUY-NO (WS-BUY-IX) EQUAL APC-BUYER
              MOVE 'Y' TO WS-BUY-FOUND-SW
           END-IF
           .

       P245-MATCH-BUYER-EXIT.
           EXIT.

       P246-ADD-BUYER.

           IF WS-BUY-CNT NOT LESS 100
              MOVE 'BLIM' TO WS-REJECT-CODE
              MOVE 'BUYER TABLE FULL. LIMIT CANNOT BE CHECKED'
              TO   WS-REJECT-TEXT
           ELSE
              ADD 1 TO WS-BUY-CNT
              MOVE WS-BUY-CNT       TO WS-BUY-IX
              MOVE APC-BUYER        TO WS-BUY-NO (WS-BUY-IX)
                                       WS-PBK-BUYER
              MOVE WS-DEFAULT-LIMIT TO WS-BUY-LIMIT (WS-BUY-IX)
              MOVE ZEROS            TO WS-BUY-APPROVED (WS-BUY-IX)

              IF NOT WS-PARAMF-OFF
                 MOVE WS-PRM-BUYER-KEY TO PRM-NAME

                 READ PARAMF
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PRM-VALUE NUMERIC
                         MOVE PRM-VALUE TO WS-BUY-LIMIT (WS-BUY-IX)
                      ELSE
                         DISPLAY 'NON-NUMERIC PARM VALUE IGNORED: '
                                  WS-PRM-BUYER-KEY
                      END-IF
                 END-READ
              END-IF

              DISPLAY 'BUYER ' APC-BUYER ' LIMIT IN EFFECT: '
                       WS-BUY-LIMIT (WS-BUY-IX)
           END-IF
           .

       P246-ADD-BUYER-EXIT.
           EXIT.

       P250-STORE-LINE.

           IF WS-LIN-CNT NOT LESS 500
              MOVE 'BFUL' TO EXC-REASON-CODE
              MOVE 'ORDER LINE TABLE FULL. LINE NOT ORDERED'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           ELSE
              MOVE WS-RUN-DATE      TO WS-DC-DATE
              MOVE WS-WRK-LEAD-DAYS TO WS-DC-DAYS

              PERFORM P700-ADD-DAYS THRU P700-ADD-DAYS-EXIT

              ADD 1 TO WS-LIN-CNT
                       WS-APPROVED
              MOVE WS-WRK-VENDOR TO WS-LIN-VENDOR     (WS-LIN-CNT)
              MOVE APC-ITEM-ID   TO WS-LIN-ITEM       (WS-LIN-CNT)
              MOVE WS-WRK-DESC   TO WS-LIN-DESC       (WS-LIN-CNT)
              MOVE WS-WRK-QTY    TO WS-LIN-QTY        (WS-LIN-CNT)
              MOVE WS-WRK-COST   TO WS-LIN-COST       (WS-LIN-CNT)
              MOVE WS-WRK-AMOUNT TO WS-LIN-AMOUNT     (WS-LIN-CNT)
              MOVE WS-DC-DATE    TO WS-LIN-DUE-DATE   (WS-LIN-CNT)
              MOVE 'N'           TO WS-LIN-ORDERED-SW (WS-LIN-CNT)

              ADD WS-WRK-AMOUNT  TO WS-BUY-APPROVED (WS-BUY-IX)
              MOVE 'Y'           TO WS-SUG-APPROVED-SW (WS-SUG-IX)
           END-IF
           .

       P250-STORE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Grouped by vendor the way COBST12 groups by buyer: each line
      * not yet ordered opens its vendor's purchase order and pulls
      * every other line for that vendor onto it.
      *-----------------------------------------------------------------
       P600-GENERATE-ORDERS.

           MOVE ZEROS TO WS-LIN-IX

           PERFORM P610-OPEN-VENDOR-ORDER
           THRU    P610-OPEN-VENDOR-ORDER-EXIT
              UNTIL WS-LIN-IX NOT LESS WS-LIN-CNT
           .

       P600-GENERATE-ORDERS-EXIT.
           EXIT.

       P610-OPEN-VENDOR-ORDER.

           ADD 1 TO WS-LIN-IX

           IF WS-LIN-ORDERED-SW (WS-LIN-IX) EQUAL 'N'
              ADD 1 TO WS-PON-SEQ
                       WS-POS-WRITTEN
              MOVE WS-LIN-VENDOR (WS-LIN-IX) TO WS-PO-VENDOR
                                                VEN-CODE
              MOVE ZEROS  TO WS-PO-LINE-NO
                             WS-PO-TOTAL
              MOVE SPACES TO WS-PO-VEN-NAME
                             WS-PTL-CONTINUED

              READ VENDORF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE VEN-NAME TO WS-PO-VEN-NAME
              END-READ

              PERFORM P640-PRINT-ORDER-HEADING
              THRU    P640-PRINT-ORDER-HEADING-EXIT

              MOVE ZEROS TO WS-GRP-IX

              PERFORM P620-ADD-ORDER-LINE
              THRU    P620-ADD-ORDER-LINE-EXIT
                 UNTIL WS-GRP-IX NOT LESS WS-LIN-CNT

              MOVE SPACES TO REC-PO-PRINT-LINE
              PERFORM P690-WRITE-PO-LINE
              THRU    P690-WRITE-PO-LINE-EXIT

              MOVE WS-PO-TOTAL      TO WS-PTT-AMOUNT
              MOVE WS-PO-TOTAL-LINE TO REC-PO-PRINT-LINE
              PERFORM P690-WRITE-PO-LINE
              THRU    P690-WRITE-PO-LINE-EXIT
           END-IF
           .

       P610-OPEN-VENDOR-ORDER-EXIT.
           EXIT.

       P620-ADD-ORDER-LINE.

           ADD 1 TO WS-GRP-IX

           IF WS-LIN-ORDERED-SW (WS-GRP-IX) EQUAL 'N'
              AND WS-LIN-VENDOR (WS-GRP-IX) EQUAL WS-PO-VENDOR
              ADD 1 TO WS-PO-LINE-NO

              PERFORM P630-WRITE-OPEN-PO
              THRU    P630-WRITE-OPEN-PO-EXIT

              IF WS-PO-PAGE-LINES NOT LESS WS-PO-PAGE-MAX
                 MOVE '(CONTINUED)' TO WS-PTL-CONTINUED

                 PERFORM P640-PRINT-ORDER-HEADING
                 THRU    P640-PRINT-ORDER-HEADING-EXIT
              END-IF

              MOVE WS-PO-LINE-NO               TO WS-PDL-LINE-NO
              MOVE WS-LIN-ITEM     (WS-GRP-IX) TO WS-PDL-ITEM
              MOVE WS-LIN-DESC     (WS-GRP-IX) TO WS-PDL-DESC
              MOVE WS-LIN-QTY      (WS-GRP-IX) TO WS-PDL-QTY
              MOVE WS-LIN-COST     (WS-GRP-IX) TO WS-PDL-COST
              MOVE WS-LIN-AMOUNT   (WS-GRP-IX) TO WS-PDL-AMOUNT
              MOVE WS-LIN-DUE-DATE (WS-GRP-IX) TO WS-PDL-DUE-DATE

              MOVE WS-PO-DETAIL-LINE TO REC-PO-PRINT-LINE
              PERFORM P690-WRITE-PO-LINE
              THRU    P690-WRITE-PO-LINE-EXIT

              ADD WS-LIN-AMOUNT (WS-GRP-IX) TO WS-PO-TOTAL
              MOVE 'Y' TO WS-LIN-ORDERED-SW (WS-GRP-IX)
           END-IF
           .

       P620-ADD-ORDER-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Order numbers are 'R', the run date and a run sequence, so a
      * rerun of the same deck lands on the same lines; the received
      * quantity COBST23 has matched survives, as in COBST22's
      * refresh.
      *-----------------------------------------------------------------
       P630-WRITE-OPEN-PO.

           MOVE WS-PO-NUMBER  TO PO-NUMBER
           MOVE WS-PO-LINE-NO TO PO-LINE-NO

           READ OPENPOF
             INVALID KEY
                MOVE SPACES          TO REC-OPEN-PO
                MOVE WS-PO-NUMBER    TO PO-NUMBER
                MOVE WS-PO-LINE-NO   TO PO-LINE-NO
                MOVE WS-LIN-ITEM     (WS-GRP-IX) TO PO-ITEM-ID
                MOVE WS-LIN-QTY      (WS-GRP-IX) TO PO-ORDER-QTY
                MOVE ZEROS           TO PO-RECEIVED-QTY
                MOVE WS-LIN-DUE-DATE (WS-GRP-IX) TO PO-DUE-DATE
                MOVE WS-PO-VENDOR    TO PO-VENDOR-CODE
                MOVE WS-RUN-DATE     TO PO-ORDER-DATE
                MOVE WS-LIN-COST     (WS-GRP-IX) TO PO-UNIT-COST

                WRITE REC-OPEN-PO
                END-WRITE

                IF WS-FS-OPENPOF NOT EQUAL '00'
                   DISPLAY 'WRITE OPENPOF FS:' WS-FS-OPENPOF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

             NOT INVALID KEY
                MOVE WS-LIN-ITEM     (WS-GRP-IX) TO PO-ITEM-ID
                MOVE WS-LIN-QTY      (WS-GRP-IX) TO PO-ORDER-QTY
                MOVE WS-LIN-DUE-DATE (WS-GRP-IX) TO PO-DUE-DATE
                MOVE WS-PO-VENDOR    TO PO-VENDOR-CODE
                MOVE WS-RUN-DATE     TO PO-ORDER-DATE
                MOVE WS-LIN-COST     (WS-GRP-IX) TO PO-UNIT-COST

                REWRITE REC-OPEN-PO
                END-REWRITE

                IF WS-FS-OPENPOF NOT EQUAL '00'
                   DISPLAY 'REWRITE OPENPOF FS:' WS-FS-OPENPOF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF
           END-READ

           ADD 1 TO WS-LINES-WRITTEN
           .

       P630-WRITE-OPEN-PO-EXIT.
           EXIT.

       P640-PRINT-ORDER-HEADING.

           MOVE WS-PO-NUMBER      TO WS-PTL-PO-NUMBER
           MOVE WS-RUN-DATE       TO WS-PTL-ORDER-DATE
           MOVE WS-PO-TITLE-LINE  TO REC-PO-PRINT-LINE

           WRITE REC-PO-PRINT-LINE AFTER ADVANCING PAGE

           IF WS-FS-POPRTF NOT EQUAL '00'
              DISPLAY 'WRITE POPRTF FS:' WS-FS-POPRTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE ZEROS TO WS-PO-PAGE-LINES

           MOVE SPACES TO REC-PO-PRINT-LINE
           PERFORM P690-WRITE-PO-LINE
           THRU    P690-WRITE-PO-LINE-EXIT

           MOVE WS-PO-VENDOR      TO WS-PVL-CODE
           MOVE WS-PO-VEN-NAME    TO WS-PVL-NAME
           MOVE WS-PO-VENDOR-LINE TO REC-PO-PRINT-LINE
           PERFORM P690-WRITE-PO-LINE
           THRU    P690-WRITE-PO-LINE-EXIT

           MOVE SPACES TO REC-PO-PRINT-LINE
           PERFORM P690-WRITE-PO-LINE
           THRU    P690-WRITE-PO-LINE-EXIT

           MOVE 'LN  ITEM ID   DESCRIPTION          QUANTITY'
                       TO REC-PO-PRINT-LINE
           MOVE 'UNIT PRICE        AMOUNT  DUE DATE'
                       TO REC-PO-PRINT-LINE (46:35)
           PERFORM P690-WRITE-PO-LINE
           THRU    P690-WRITE-PO-LINE-EXIT

           MOVE SPACES TO REC-PO-PRINT-LINE
           PERFORM P690-WRITE-PO-LINE
           THRU    P690-WRITE-PO-LINE-EXIT
           .

       P640-PRINT-ORDER-HEADING-EXIT.
           EXIT.

       P690-WRITE-PO-LINE.

           WRITE REC-PO-PRINT-LINE AFTER ADVANCING 1 LINE

           IF WS-FS-POPRTF NOT EQUAL '00'
              DISPLAY 'WRITE POPRTF FS:' WS-FS-POPRTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-PO-PAGE-LINES
           .

       P690-WRITE-PO-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Add WS-DC-DAYS to WS-DC-DATE, a month at a time.
      *-----------------------------------------------------------------
       P700-ADD-DAYS.

           ADD WS-DC-DAYS TO WS-DC-DD GIVING WS-DC-DAYS

           PERFORM P710-SET-MONTH-LENGTH
           THRU    P710-SET-MONTH-LENGTH-EXIT

           PERFORM P720-ROLL-MONTH THRU P720-ROLL-MONTH-EXIT
              UNTIL WS-DC-DAYS NOT GREATER WS-DC-MONTH-DAYS

           MOVE WS-DC-DAYS TO WS-DC-DD
           .

       P700-ADD-DAYS-EXIT.
           EXIT.

       P710-SET-MONTH-LENGTH.

           DIVIDE WS-DC-YYYY BY 4
              GIVING WS-DC-QUOT REMAINDER WS-DC-REM4
           DIVIDE WS-DC-YYYY BY 100
              GIVING WS-DC-QUOT REMAINDER WS-DC-REM100
           DIVIDE WS-DC-YYYY BY 400
              GIVING WS-DC-QUOT REMAINDER WS-DC-REM400

           EVALUATE WS-DC-MM
           WHEN 04
           WHEN 06
           WHEN 09
           WHEN 11
              MOVE 30 TO WS-DC-MONTH-DAYS
           WHEN 02
              IF (WS-DC-REM4 EQUAL ZEROS
                 AND WS-DC-REM100 NOT EQUAL ZEROS)
                 OR WS-DC-REM400 EQUAL ZEROS
                 MOVE 29 TO WS-DC-MONTH-DAYS
              ELSE
                 MOVE 28 TO WS-DC-MONTH-DAYS
              END-IF
           WHEN OTHER
              MOVE 31 TO WS-DC-MONTH-DAYS
           END-EVALUATE
           .

       P710-SET-MONTH-LENGTH-EXIT.
           EXIT.

       P720-ROLL-MONTH.

           SUBTRACT WS-DC-MONTH-DAYS FROM WS-DC-DAYS

           IF WS-DC-MM EQUAL 12
              MOVE 1 TO WS-DC-MM
              ADD 1  TO WS-DC-YYYY
           ELSE
              ADD 1  TO WS-DC-MM
           END-IF

           PERFORM P710-SET-MONTH-LENGTH
           THRU    P710-SET-MONTH-LENGTH-EXIT
           .

       P720-ROLL-MONTH-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-APPCARD TO EXC-INPUT

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF FS:  ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-REJECTED
           .

       P900-WRITE-EXCEPTION-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.
