      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Quality-control disposition of receipt lots on inspection hold.
      * COBST10 books every lot of an item flagged for receiving
      * inspection (STOCK-INSPECT-REQUIRED) on STKLOTF with hold code
      * 'Q'; the stock is on hand but nothing picks, ships or promises
      * it until QC sends one QCCARDS card per lot:
      *
      *   R  release   the hold is lifted and the whole lot becomes
      *                free stock; nothing else moves
      *   V  vendor    the quantity (blank for all that remains) is
      *                rejected back to the vendor: it leaves on-hand,
      *                the location and the lot, the PO line it was
      *                received on gives the quantity back, and a
      *                vendor-return row (VNDRTNF.cpy) is appended for
      *                accounts payable
      *   S  scrap     the quantity leaves on-hand, the location and
      *                the lot
      *
      * What is left of a partly rejected or scrapped lot stays on
      * hold for a later card. Stock taken out is valued at the item's
      * unit price, as COBST10 valued it in, and journalled as a 'Q'
      * row (STKJRNF.cpy) for COBST39 to post. Every edit is made
      * before any file is touched; a card that fails one goes to
      * EXCEPF and changes nothing.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST52.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT QCCARDS  ASSIGN TO QCCARDS
                  FILE STATUS IS WS-FS-QCCARDS.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

           SELECT STKLOTF  ASSIGN TO STKLOTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS LOT-KEY
                  FILE STATUS   IS WS-FS-STKLOTF.

           SELECT STKLOCF  ASSIGN TO STKLOCF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SLC-KEY
                  FILE STATUS   IS WS-FS-STKLOCF.

           SELECT OPENPOF  ASSIGN TO OPENPOF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PO-KEY
                  FILE STATUS   IS WS-FS-OPENPOF.

           SELECT STKJRNF  ASSIGN TO STKJRNF
                  FILE STATUS IS WS-FS-STKJRNF.

           SELECT VNDRTNF  ASSIGN TO VNDRTNF
                  FILE STATUS IS WS-FS-VNDRTNF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * QCCARDS: action, the lot key, the quantity (blank for all the
      * lot has left; a release always takes the whole lot), the
      * location the stock sits at (blank for receiving location
      * 001), and for a vendor return the PO line it came in on and,
      * for a line the match job has already closed, the vendor.
      *-----------------------------------------------------------------
       FD  QCCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-QCCARD.
           03  QCC-ACTION                PIC  X(001).
               88  QCC-RELEASE               VALUE 'R'.
               88  QCC-VENDOR                VALUE 'V'.
               88  QCC-SCRAP                 VALUE 'S'.
           03  QCC-ITEM-ID               PIC  X(009).
           03  QCC-RECEIPT-DATE          PIC  9(008).
           03  QCC-LOT-SEQ-NO            PIC  9(003).
           03  QCC-QTY                   PIC  X(011).
           03  QCC-QTY-NO REDEFINES QCC-QTY
                                         PIC  9(007)V9(004).
           03  QCC-LOCATION              PIC  X(003).
           03  QCC-LOCATION-NO REDEFINES QCC-LOCATION
                                         PIC  9(003).
           03  QCC-PO-NUMBER             PIC  X(010).
           03  QCC-PO-LINE-NO            PIC  9(003).
           03  QCC-VENDOR-CODE           PIC  X(006).
           03  QCC-REFERENCE             PIC  X(010).
           03  FILLER                    PIC  X(016).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  STOCKM.

       COPY stock.

       FD  STKLOTF.

       COPY STKLOTF.

       FD  STKLOCF.

       COPY STKLOCF.

       FD  OPENPOF.

       COPY OPENPOF.

       FD  STKJRNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY STKJRNF.

       FD  VNDRTNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY VNDRTNF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-QCCARDS             PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOTF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKLOCF             PIC X(002) VALUE SPACES.
           05  WS-FS-OPENPOF             PIC X(002) VALUE SPACES.
           05  WS-FS-STKJRNF             PIC X(002) VALUE SPACES.
           05  WS-FS-VNDRTNF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-RELEASED               PIC 9(009) VALUE ZEROS.
           05  WS-RETURNED               PIC 9(009) VALUE ZEROS.
           05  WS-SCRAPPED               PIC 9(009) VALUE ZEROS.
           05  WS-PO-CLOSED-CNT          PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-RETURNED-VALUE         PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-SCRAPPED-VALUE         PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-RUN-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-QC-QTY                 PIC S9(007)V9(004)
                                          VALUE ZEROS.
           05  WS-QC-LOC                 PIC 9(003) VALUE ZEROS.
           05  WS-ON-HAND-TOTAL          PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-OH-BEFORE              PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-RELIEF-QTY             PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-MOVE-VALUE             PIC S9(009)V9(002)
                                          VALUE ZEROS.
           05  WS-RETURN-VENDOR          PIC X(006) VALUE SPACES.
           05  WS-RETURN-COST            PIC 9(007)V9(004)
                                          VALUE ZEROS.
           05  WS-RESULT                 PIC X(015) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CARD-OK-SW             PIC X(001) VALUE 'N'.
               88  WS-CARD-OK                VALUE 'Y'.
           05  WS-PO-FOUND-SW            PIC X(001) VALUE 'N'.
               88  WS-PO-FOUND               VALUE 'Y'.
           05  WS-OPENPOF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-OPENPOF-OFF            VALUE 'Y'.

       01  WS-DISP-LINE.
           05  WS-DSL-ACTION             PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-DSL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-DSL-LOT-DATE           PIC 9(008) VALUE ZEROS.
           05  WS-DSL-DASH               PIC X(001) VALUE '-'.
           05  WS-DSL-LOT-SEQ            PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-DSL-QTY                PIC ZZZ,ZZ9.9999 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-DSL-PO-NUMBER          PIC X(010) VALUE SPACES.
           05  WS-DSL-PO-DASH            PIC X(001) VALUE SPACES.
           05  WS-DSL-PO-LINE            PIC X(003) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-DSL-RESULT             PIC X(015) VALUE SPACES.
           05  FILLER                    PIC X(005) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

       01  WS-RPT-VALUE-LINE.
           05  WS-RPT-VAL-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-VAL-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99
                                          VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST52 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           MOVE 'QC DISPOSITION OF HELD LOTS'
                                    TO WS-RPT-TITLE
           MOVE 'COBST52 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ACTION'            TO WS-COLUMN-HEADING (1:6)
           MOVE 'ITEM ID'           TO WS-COLUMN-HEADING (10:7)
           MOVE 'LOT'               TO WS-COLUMN-HEADING (20:3)
           MOVE '    QUANTITY'      TO WS-COLUMN-HEADING (33:12)
           MOVE 'PO LINE'           TO WS-COLUMN-HEADING (46:7)
           MOVE 'RESULT'            TO WS-COLUMN-HEADING (61:6)

           READ QCCARDS
           END-READ

           PERFORM P150-PROCESS-CARD
           THRU    P150-PROCESS-CARD-EXIT
              UNTIL WS-FS-QCCARDS GREATER '00'.

           PERFORM P800-PRINT-TOTALS THRU P800-PRINT-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ........: ' WS-READ.
           DISPLAY 'LOTS RELEASED.....: ' WS-RELEASED.
           DISPLAY 'RETURNED TO VENDOR: ' WS-RETURNED.
           DISPLAY 'SCRAPPED..........: ' WS-SCRAPPED.
           DISPLAY 'PO LINES CLOSED...: ' WS-PO-CLOSED-CNT.
           DISPLAY 'REJECTED..........: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST52 FINISHED'.

           STOP RUN.

       P100-OPEN-FILES.

           OPEN INPUT QCCARDS.

           IF WS-FS-QCCARDS NOT EQUAL '00'
              DISPLAY 'OPEN QCCARDS  FS:' WS-FS-QCCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM   FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O STKLOTF.

           IF WS-FS-STKLOTF NOT EQUAL '00'
              DISPLAY 'OPEN STKLOTF  FS:' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O STKLOCF.

           IF WS-FS-STKLOCF NOT EQUAL '00'
              DISPLAY 'OPEN STKLOCF  FS:' WS-FS-STKLOCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * Without the PO file a vendor return still goes out; every
      * return is then recorded against a closed line.
      *-----------------------------------------------------------------
           OPEN I-O OPENPOF.

           EVALUATE TRUE
           WHEN WS-FS-OPENPOF EQUAL '00'
              CONTINUE
           WHEN WS-FS-OPENPOF EQUAL '35'
              DISPLAY 'OPENPOF NOT DEFINED. PO LINES NOT ADJUSTED.'
              MOVE 'Y' TO WS-OPENPOF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN OPENPOF  FS:' WS-FS-OPENPOF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN EXTEND STKJRNF.

           IF WS-FS-STKJRNF NOT EQUAL '00'
              DISPLAY 'OPEN STKJRNF  FS:' WS-FS-STKJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND VNDRTNF.

           IF WS-FS-VNDRTNF EQUAL '35'
              DISPLAY 'NO VNDRTNF YET. STARTING A NEW FILE.'
              OPEN OUTPUT VNDRTNF
           END-IF

           IF WS-FS-VNDRTNF NOT EQUAL '00'
              DISPLAY 'OPEN VNDRTNF  FS:' WS-FS-VNDRTNF
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

       P150-PROCESS-CARD.

           ADD 1 TO WS-READ

           PERFORM P200-APPLY-CARD
           THRU    P200-APPLY-CARD-EXIT

           READ QCCARDS
           END-READ
           .

       P150-PROCESS-CARD-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           CLOSE QCCARDS.
           IF WS-FS-QCCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE QCCARDS FS:' WS-FS-QCCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STOCKM.
           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STKLOTF.
           IF WS-FS-STKLOTF NOT EQUAL '00'
              DISPLAY 'CLOSE STKLOTF FS:' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STKLOCF.
           IF WS-FS-STKLOCF NOT EQUAL '00'
              DISPLAY 'CLOSE STKLOCF FS:' WS-FS-STKLOCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-OPENPOF-OFF
              CLOSE OPENPOF

              IF WS-FS-OPENPOF NOT EQUAL '00'
                 DISPLAY 'CLOSE OPENPOF FS:' WS-FS-OPENPOF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE STKJRNF.
           IF WS-FS-STKJRNF NOT EQUAL '00'
              DISPLAY 'CLOSE STKJRNF FS:' WS-FS-STKJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE VNDRTNF.
           IF WS-FS-VNDRTNF NOT EQUAL '00'
              DISPLAY 'CLOSE VNDRTNF FS:' WS-FS-VNDRTNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
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
      * Edits first -- the card, then the lot, then for stock leaving
      * the item, the location and the PO line -- and only a card that
      * passes them all is applied.
      *-----------------------------------------------------------------
       P200-APPLY-CARD.

           MOVE 'Y' TO WS-CARD-OK-SW

           PERFORM P300-EDIT-CARD THRU P300-EDIT-CARD-EXIT

           IF WS-CARD-OK
              PERFORM P310-READ-LOT THRU P310-READ-LOT-EXIT
           END-IF

           IF WS-CARD-OK
              AND NOT QCC-RELEASE
              PERFORM P320-READ-ITEM THRU P320-READ-ITEM-EXIT
           END-IF

           IF WS-CARD-OK
              AND NOT QCC-RELEASE
              PERFORM P330-READ-LOCATION THRU P330-READ-LOCATION-EXIT
           END-IF

           IF WS-CARD-OK
              AND QCC-VENDOR
              PERFORM P340-READ-PO-LINE THRU P340-READ-PO-LINE-EXIT
           END-IF

           IF WS-CARD-OK
              EVALUATE TRUE
              WHEN QCC-RELEASE
                 PERFORM P400-RELEASE-LOT THRU P400-RELEASE-LOT-EXIT
              WHEN QCC-VENDOR
                 PERFORM P410-TAKE-OUT-STOCK
                 THRU    P410-TAKE-OUT-STOCK-EXIT

                 PERFORM P420-RETURN-TO-VENDOR
                 THRU    P420-RETURN-TO-VENDOR-EXIT
              WHEN OTHER
                 PERFORM P410-TAKE-OUT-STOCK
                 THRU    P410-TAKE-OUT-STOCK-EXIT

                 MOVE 'SCRAPPED'  TO WS-RESULT

                 ADD 1             TO WS-SCRAPPED
                 ADD WS-MOVE-VALUE TO WS-SCRAPPED-VALUE
              END-EVALUATE

              PERFORM P700-PRINT-DISPOSITION
              THRU    P700-PRINT-DISPOSITION-EXIT
           END-IF
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

       P300-EDIT-CARD.

           EVALUATE TRUE
           WHEN NOT QCC-RELEASE
              AND NOT QCC-VENDOR
              AND NOT QCC-SCRAP
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'QCC-ACTION MUST BE R, V OR S'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN QCC-ITEM-ID EQUAL SPACES
              OR QCC-RECEIPT-DATE NOT NUMERIC
              OR QCC-LOT-SEQ-NO NOT NUMERIC
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'MISSING OR INVALID LOT KEY ON QC CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN QCC-RELEASE
              AND QCC-QTY NOT EQUAL SPACES
              MOVE 'BQTY' TO EXC-REASON-CODE
              MOVE 'A RELEASE TAKES THE WHOLE LOT, NO QTY'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN QCC-QTY NOT EQUAL SPACES
              AND (QCC-QTY-NO NOT NUMERIC
                 OR QCC-QTY-NO EQUAL ZEROS)
              MOVE 'BQTY' TO EXC-REASON-CODE
              MOVE 'INVALID QUANTITY ON QC CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN QCC-LOCATION NOT EQUAL SPACES
              AND (QCC-LOCATION-NO NOT NUMERIC
                 OR QCC-LOCATION-NO EQUAL ZEROS)
              MOVE 'BLOC' TO EXC-REASON-CODE
              MOVE 'INVALID LOCATION ON QC CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN QCC-VENDOR
              AND (QCC-PO-NUMBER EQUAL SPACES
                 OR QCC-PO-LINE-NO NOT NUMERIC)
              MOVE 'BPO ' TO EXC-REASON-CODE
              MOVE 'VENDOR RETURN NEEDS THE PO AND LINE'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE

           IF QCC-LOCATION EQUAL SPACES
              MOVE 1               TO WS-QC-LOC
           ELSE
              MOVE QCC-LOCATION-NO TO WS-QC-LOC
           END-IF
           .

       P300-EDIT-CARD-EXIT.
           EXIT.

       P310-READ-LOT.

           MOVE QCC-ITEM-ID      TO LOT-ITEM-ID
           MOVE QCC-RECEIPT-DATE TO LOT-RECEIPT-DATE
           MOVE QCC-LOT-SEQ-NO   TO LOT-SEQ-NO

           READ STKLOTF
             INVALID KEY
                MOVE 'BLOT' TO EXC-REASON-CODE
                MOVE 'NO STKLOTF LOT FOR QC CARD'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT
           END-READ

           IF WS-CARD-OK
              AND NOT LOT-QC-HELD
              MOVE 'BHLD' TO EXC-REASON-CODE
              MOVE 'LOT IS NOT ON INSPECTION HOLD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF

           IF WS-CARD-OK
              IF QCC-QTY EQUAL SPACES
                 MOVE LOT-QTY-REMAINING TO WS-QC-QTY
              ELSE
                 MOVE QCC-QTY-NO        TO WS-QC-QTY
              END-IF

              IF NOT QCC-RELEASE
                 AND (WS-QC-QTY NOT GREATER ZERO
                    OR WS-QC-QTY GREATER LOT-QTY-REMAINING)
                 MOVE 'BQTY' TO EXC-REASON-CODE
                 MOVE 'QUANTITY NOT WITHIN WHAT THE LOT HAS LEFT'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              END-IF
           END-IF
           .

       P310-READ-LOT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The on-hand buckets live on the item's SAP-layout record,
      * which COBST10 posted the receipt to; either record type may
      * carry it.
      *-----------------------------------------------------------------
       P320-READ-ITEM.

           MOVE SPACES      TO STOCK-KEY
           MOVE QCC-ITEM-ID TO STOCK-ITEM-ID
           MOVE '1'         TO STOCK-RECORD-TYPE

           READ STOCKM
             INVALID KEY
                MOVE SPACE TO STOCK-CUST-DATA-LAYOUT
           END-READ

           IF NOT STOCK-LAYOUT-SAP
              MOVE SPACES      TO STOCK-KEY
              MOVE QCC-ITEM-ID TO STOCK-ITEM-ID
              MOVE '2'         TO STOCK-RECORD-TYPE

              READ STOCKM
                INVALID KEY
                   MOVE SPACE TO STOCK-CUST-DATA-LAYOUT
              END-READ
           END-IF

           IF NOT STOCK-LAYOUT-SAP
              MOVE 'BITM' TO EXC-REASON-CODE
              MOVE 'NO SAP-LAYOUT STOCK RECORD FOR THE ITEM'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           ELSE
              ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
                 GIVING WS-ON-HAND-TOTAL

              IF WS-QC-QTY GREATER WS-ON-HAND-TOTAL
                 MOVE 'BOHQ' TO EXC-REASON-CODE
                 MOVE 'QUANTITY EXCEEDS THE ITEM ON HAND'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              END-IF
           END-IF
           .

       P320-READ-ITEM-EXIT.
           EXIT.

       P330-READ-LOCATION.

           MOVE SPACES      TO SLC-KEY
           MOVE QCC-ITEM-ID TO SLC-ITEM-ID
           MOVE WS-QC-LOC   TO SLC-LOC

           READ STKLOCF
             INVALID KEY
                MOVE 'BLOC' TO EXC-REASON-CODE
                MOVE 'NO STKLOCF ROW FOR ITEM AT THE LOCATION'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                IF WS-QC-QTY GREATER SLC-ON-HAND-QTY
                   MOVE 'BLOC' TO EXC-REASON-CODE
                   MOVE 'QUANTITY EXCEEDS STOCK AT THE LOCATION'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT
                END-IF
           END-READ
           .

       P330-READ-LOCATION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The match job deletes a line once it is fully received, so a
      * line no longer on file is a closed line, not an error -- the
      * vendor then has to come from the card.
      *-----------------------------------------------------------------
       P340-READ-PO-LINE.

           MOVE 'N'    TO WS-PO-FOUND-SW
           MOVE SPACES TO WS-RETURN-VENDOR

           IF NOT WS-OPENPOF-OFF
              MOVE QCC-PO-NUMBER  TO PO-NUMBER
              MOVE QCC-PO-LINE-NO TO PO-LINE-NO

              READ OPENPOF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'Y' TO WS-PO-FOUND-SW
              END-READ
           END-IF

           IF WS-PO-FOUND
              IF PO-ITEM-ID NOT EQUAL QCC-ITEM-ID
                 MOVE 'BPOI' TO EXC-REASON-CODE
                 MOVE 'PO LINE IS FOR A DIFFERENT ITEM'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              ELSE
                 MOVE PO-VENDOR-CODE TO WS-RETURN-VENDOR
              END-IF
           ELSE
              MOVE QCC-VENDOR-CODE TO WS-RETURN-VENDOR
           END-IF

           IF WS-CARD-OK
              AND WS-RETURN-VENDOR EQUAL SPACES
              MOVE 'BVND' TO EXC-REASON-CODE
              MOVE 'PO LINE CLOSED AND NO VENDOR ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P340-READ-PO-LINE-EXIT.
           EXIT.

       P400-RELEASE-LOT.

           MOVE SPACES TO LOT-HOLD-CODE
                          LOT-HOLD-REF
           MOVE ZEROS  TO LOT-HOLD-DATE

           PERFORM P450-REWRITE-LOT THRU P450-REWRITE-LOT-EXIT

           MOVE LOT-QTY-REMAINING TO WS-QC-QTY
           MOVE 'RELEASED'        TO WS-RESULT

           ADD 1 TO WS-RELEASED
           .

       P400-RELEASE-LOT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The receipt went into the unpriced bucket, so the stock comes
      * back out of it first, then out of the priced bucket -- the
      * reverse of a shipment's priced-first draw. The location row
      * and the lot go down by the same quantity and the movement is
      * journalled.
      *-----------------------------------------------------------------
       P410-TAKE-OUT-STOCK.

           ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
              GIVING WS-OH-BEFORE

           IF WS-QC-QTY NOT GREATER STOCK-OH-UNPRICED-QTY
              SUBTRACT WS-QC-QTY FROM STOCK-OH-UNPRICED-QTY
           ELSE
              SUBTRACT STOCK-OH-UNPRICED-QTY FROM WS-QC-QTY
                 GIVING WS-RELIEF-QTY
              MOVE ZEROS TO STOCK-OH-UNPRICED-QTY
              SUBTRACT WS-RELIEF-QTY FROM STOCK-OH-PRICED-QTY
           END-IF

           COMPUTE WS-MOVE-VALUE ROUNDED =
              WS-QC-QTY * STOCK-DEFAULT-UNIT-PRICE

           SUBTRACT WS-MOVE-VALUE FROM STOCK-INVEN-VALUE

           REWRITE STOCK-MASTER
           END-REWRITE

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'REWRITE STOCKM FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           SUBTRACT WS-QC-QTY FROM SLC-ON-HAND-QTY

           REWRITE REC-STOCK-LOCATION
           END-REWRITE

           IF WS-FS-STKLOCF NOT EQUAL '00'
              DISPLAY 'REWRITE STKLOCF FS:' WS-FS-STKLOCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           SUBTRACT WS-QC-QTY FROM LOT-QTY-REMAINING

           PERFORM P450-REWRITE-LOT THRU P450-REWRITE-LOT-EXIT

           MOVE SPACES            TO REC-STOCK-JOURNAL
           MOVE 'Q'               TO SJ-TXN-TYPE
           MOVE STOCK-ITEM-ID     TO SJ-ITEM-ID
           MOVE WS-QC-QTY         TO SJ-QTY
           MOVE WS-OH-BEFORE      TO SJ-OH-BEFORE
           ADD STOCK-OH-UNPRICED-QTY STOCK-OH-PRICED-QTY
              GIVING SJ-OH-AFTER
           MOVE WS-RUN-DATE       TO SJ-POST-DATE
           MOVE 'P'               TO SJ-DISP
           MOVE WS-MOVE-VALUE     TO SJ-MOVE-VALUE
           MOVE STOCK-CLASS-CODE  TO SJ-CLASS-CODE

           IF QCC-VENDOR
              MOVE 'V'            TO SJ-RETURN-DISP
           ELSE
              MOVE 'S'            TO SJ-RETURN-DISP
           END-IF

           WRITE REC-STOCK-JOURNAL
           END-WRITE

           IF WS-FS-STKJRNF NOT EQUAL '00'
              DISPLAY 'WRITE STKJRNF FS:' WS-FS-STKJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P410-TAKE-OUT-STOCK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The PO line gives the returned quantity back, so the match job
      * sees it short again and the vendor owes a replacement. The
      * return is priced at the PO price where the line has one.
      *-----------------------------------------------------------------
       P420-RETURN-TO-VENDOR.

           MOVE STOCK-DEFAULT-UNIT-PRICE TO WS-RETURN-COST

           IF WS-PO-FOUND
              IF WS-QC-QTY NOT GREATER PO-RECEIVED-QTY
                 SUBTRACT WS-QC-QTY FROM PO-RECEIVED-QTY
              ELSE
                 MOVE ZEROS TO PO-RECEIVED-QTY
              END-IF

              IF PO-UNIT-COST NUMERIC
                 AND PO-UNIT-COST GREATER ZEROS
                 MOVE PO-UNIT-COST TO WS-RETURN-COST
              END-IF

              REWRITE REC-OPEN-PO
              END-REWRITE

              IF WS-FS-OPENPOF NOT EQUAL '00'
                 DISPLAY 'REWRITE OPENPOF FS:' WS-FS-OPENPOF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              MOVE 'RETURNED'       TO WS-RESULT
           ELSE
              MOVE 'RETURNED PO CLS' TO WS-RESULT

              ADD 1 TO WS-PO-CLOSED-CNT
           END-IF

           MOVE SPACES            TO REC-VENDOR-RETURN
           MOVE QCC-ITEM-ID       TO VR-ITEM-ID
           MOVE LOT-RECEIPT-DATE  TO VR-LOT-RECEIPT-DATE
           MOVE LOT-SEQ-NO        TO VR-LOT-SEQ-NO
           MOVE WS-QC-QTY         TO VR-QTY
           MOVE QCC-PO-NUMBER     TO VR-PO-NUMBER
           MOVE QCC-PO-LINE-NO    TO VR-PO-LINE-NO
           MOVE WS-RETURN-VENDOR  TO VR-VENDOR-CODE
           MOVE WS-RUN-DATE       TO VR-RETURN-DATE
           MOVE QCC-REFERENCE     TO VR-REFERENCE
           MOVE WS-RETURN-COST    TO VR-UNIT-COST

           IF WS-PO-FOUND
              MOVE 'O'            TO VR-PO-STATUS
           ELSE
              MOVE 'C'            TO VR-PO-STATUS
           END-IF

           WRITE REC-VENDOR-RETURN
           END-WRITE

           IF WS-FS-VNDRTNF NOT EQUAL '00'
              DISPLAY 'WRITE VNDRTNF FS:' WS-FS-VNDRTNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1             TO WS-RETURNED
           ADD WS-MOVE-VALUE TO WS-RETURNED-VALUE
           .

       P420-RETURN-TO-VENDOR-EXIT.
           EXIT.

       P450-REWRITE-LOT.

           REWRITE REC-STOCK-LOT
           END-REWRITE

           IF WS-FS-STKLOTF NOT EQUAL '00'
              DISPLAY 'REWRITE STKLOTF FS:' WS-FS-STKLOTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P450-REWRITE-LOT-EXIT.
           EXIT.

       P700-PRINT-DISPOSITION.

           MOVE SPACES             TO WS-DSL-PO-NUMBER
                                      WS-DSL-PO-DASH
                                      WS-DSL-PO-LINE

           EVALUATE TRUE
           WHEN QCC-RELEASE
              MOVE 'RELEASE'       TO WS-DSL-ACTION
           WHEN QCC-VENDOR
              MOVE 'VENDOR'        TO WS-DSL-ACTION
              MOVE QCC-PO-NUMBER   TO WS-DSL-PO-NUMBER
              MOVE '-'             TO WS-DSL-PO-DASH
              MOVE QCC-PO-LINE-NO  TO WS-DSL-PO-LINE
           WHEN OTHER
              MOVE 'SCRAP'         TO WS-DSL-ACTION
           END-EVALUATE

           MOVE QCC-ITEM-ID        TO WS-DSL-ITEM
           MOVE LOT-RECEIPT-DATE   TO WS-DSL-LOT-DATE
           MOVE LOT-SEQ-NO         TO WS-DSL-LOT-SEQ
           MOVE WS-QC-QTY          TO WS-DSL-QTY
           MOVE WS-RESULT          TO WS-DSL-RESULT

           MOVE WS-DISP-LINE       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P700-PRINT-DISPOSITION-EXIT.
           EXIT.

       P800-PRINT-TOTALS.

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
           MOVE 'LOTS RELEASED'     TO WS-RPT-CNT-LABEL
           MOVE WS-RELEASED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'RETURNED TO VENDOR' TO WS-RPT-CNT-LABEL
           MOVE WS-RETURNED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE '  ON CLOSED PO LINE' TO WS-RPT-CNT-LABEL
           MOVE WS-PO-CLOSED-CNT    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'SCRAPPED'          TO WS-RPT-CNT-LABEL
           MOVE WS-SCRAPPED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CARDS REJECTED'    TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-VALUE-LINE
           MOVE 'VALUE TO VENDOR'   TO WS-RPT-VAL-LABEL
           MOVE WS-RETURNED-VALUE   TO WS-RPT-VAL-AMOUNT
           MOVE WS-RPT-VALUE-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-VALUE-LINE
           MOVE 'VALUE SCRAPPED'    TO WS-RPT-VAL-LABEL
           MOVE WS-SCRAPPED-VALUE   TO WS-RPT-VAL-AMOUNT
           MOVE WS-RPT-VALUE-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P800-PRINT-TOTALS-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES     TO EXC-INPUT
           MOVE REC-QCCARD TO EXC-INPUT
           MOVE 'N'        TO WS-CARD-OK-SW

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

       COPY RPTWRT.
