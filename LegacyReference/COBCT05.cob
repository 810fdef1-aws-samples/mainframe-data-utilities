      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Generic file unload. Turns any flat file the shop keeps --
      * the CLIENT, DIFS and STOCK-MASTER backup images, the COBDEPON
      * file REPROed off VSAM, or any of the side files -- into
      * delimited text with a header row of column names, driven by
      * the file's layout on the LAYOUTF card deck (see LAYOUTF.cpy)
      * instead of a one-off program per file. Display fields unload
      * as they stand with trailing spaces dropped; zoned, packed and
      * binary fields are decoded to signed display numbers with
      * their decimal point. A REDEFINES view's columns carry data
      * only on the records that view applies to.
      *
      * As with COBST18 and COBKS33, the unload is semicolon-delimited
      * unless the SYSIN card names another delimiter, any delimiter
      * inside a display field unloads as a space, and a TRAILER row
      * carries the record count for load reconciliation. A zoned or
      * packed field whose bytes do not decode unloads as asterisks
      * and is listed on REPORTF with its record number, offset and
      * bytes in hex; the run carries on and ends with return code 4.
      * A layout that does not fit its file stops the run before any
      * row is written.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCT05.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT LAYOUTF  ASSIGN TO LAYOUTF
                  FILE STATUS IS WS-FS-LAYOUTF.

      *-----------------------------------------------------------------
      * The file to unload is allocated to UNLDFIN when its layout is
      * fixed-length, to UNLDVIN when it is variable-length; only the
      * one the layout names is opened.
      *-----------------------------------------------------------------
           SELECT UNLDFIN  ASSIGN TO UNLDFIN
                  FILE STATUS IS WS-FS-UNLDFIN.

           SELECT UNLDVIN  ASSIGN TO UNLDVIN
                  FILE STATUS IS WS-FS-UNLDVIN.

           SELECT UNLDOUT  ASSIGN TO UNLDOUT
                  FILE STATUS IS WS-FS-UNLDOUT.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  LAYOUTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY LAYOUTF.

      *-----------------------------------------------------------------
      * The fixed-length image takes its record length from the data
      * set; the layout's LAY-REC-LENGTH says how much of it is used.
      *-----------------------------------------------------------------
       FD  UNLDFIN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS.

       01  REC-UNLD-FIXED                PIC  X(32760).

       FD  UNLDVIN
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
                   DEPENDING ON WS-VAR-LEN.

       01  REC-UNLD-VAR                  PIC  X(32756).

       FD  UNLDOUT
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 8000 CHARACTERS
                   DEPENDING ON WS-OUT-LEN.

       01  REC-UNLD-OUT                  PIC  X(8000).

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-LAYOUTF             PIC X(002) VALUE SPACES.
           05  WS-FS-UNLDFIN             PIC X(002) VALUE SPACES.
           05  WS-FS-UNLDVIN             PIC X(002) VALUE SPACES.
           05  WS-FS-UNLDOUT             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-LAYOUT-CARDS           PIC 9(009) VALUE ZEROS.
           05  WS-RECORDS-READ           PIC 9(009) VALUE ZEROS.
           05  WS-ROWS-WRITTEN           PIC 9(009) VALUE ZEROS.
           05  WS-DECODE-ERRORS          PIC 9(009) VALUE ZEROS.
           05  WS-ROWS-TRUNCATED         PIC 9(009) VALUE ZEROS.
           05  WS-TRAILER-COUNT          PIC 9(009) VALUE ZEROS.
           05  WS-VAR-LEN                PIC 9(005) VALUE ZEROS.
           05  WS-OUT-LEN                PIC 9(005) VALUE ZEROS.
           05  WS-OUT-PTR                PIC 9(005) VALUE ZEROS.
           05  WS-IN-LEN                 PIC 9(005) VALUE ZEROS.
           05  WS-FLD-END                PIC 9(005) VALUE ZEROS.
           05  WS-BX                     PIC 9(005) VALUE ZEROS.
           05  WS-BL                     PIC 9(003) VALUE ZEROS.
           05  WS-FX                     PIC 9(003) VALUE ZEROS.
           05  WS-WX                     PIC 9(003) VALUE ZEROS.
           05  WS-DX                     PIC 9(002) VALUE ZEROS.
           05  WS-INT-END                PIC 9(002) VALUE ZEROS.
           05  WS-TXT-LEN                PIC 9(003) VALUE ZEROS.
           05  WS-TXT-PTR                PIC 9(003) VALUE ZEROS.
           05  WS-LAYOUT-ERROR           PIC X(040) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Request card (SYSIN): cols 1-8 the LAYOUTF layout to unload
      * by, col 9 the column delimiter (blank for a semicolon).
      *-----------------------------------------------------------------
       01  WS-UNLOAD-CARD.
           05  WS-UNC-LAYOUT-ID          PIC X(008).
           05  WS-UNC-DELIMITER          PIC X(001).
           05  FILLER                    PIC X(071).

       01  WS-DELIMITER                  PIC X(001) VALUE ';'.

      *-----------------------------------------------------------------
      * The layout's record card.
      *-----------------------------------------------------------------
       01  WS-REC-LAYOUT.
           05  WS-REC-FORMAT             PIC X(001) VALUE SPACES.
               88  WS-REC-FIXED              VALUE 'F'.
               88  WS-REC-VARIABLE           VALUE 'V'.
           05  WS-REC-LENGTH             PIC 9(005) VALUE ZEROS.
           05  WS-REC-DESC               PIC X(030) VALUE SPACES.

      *-----------------------------------------------------------------
      * The layout's field cards, in column order. WS-FLD-WHEN-IX
      * points at the field the column's view depends on (zero for a
      * column on every record); WS-FLD-KEY-TEXT keeps the front of
      * each field's text on the current record for those tests.
      *-----------------------------------------------------------------
       01  WS-FIELD-TABLE.
           05  WS-FLD-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-FLD-ENTRY OCCURS 200 TIMES.
               10  WS-FLD-NAME           PIC X(020).
               10  WS-FLD-OFFSET         PIC 9(005).
               10  WS-FLD-LENGTH         PIC 9(003).
               10  WS-FLD-TYPE           PIC X(001).
               10  WS-FLD-DECIMALS       PIC 9(002).
               10  WS-FLD-WHEN-IX        PIC 9(003).
               10  WS-FLD-WHEN-VALUE     PIC X(020).
               10  WS-FLD-KEY-TEXT       PIC X(020).

       01  WS-UNL-RECORD                 PIC X(32760) VALUE SPACES.

       01  WS-OUT-LINE                   PIC X(8000) VALUE SPACES.

       01  WS-TEXT                       PIC X(999) VALUE SPACES.

      *-----------------------------------------------------------------
      * Decode areas: a zoned or packed field is right-aligned into
      * the widest item of its kind, padded with zeros ahead of it, so
      * one NUMERIC test and one MOVE serve every length.
      *-----------------------------------------------------------------
       01  WS-ZONED-AREA                 PIC X(018) VALUE ZEROS.
       01  WS-ZONED-NUM REDEFINES WS-ZONED-AREA
                                         PIC S9(018).

       01  WS-PACKED-AREA                PIC X(010) VALUE LOW-VALUES.
       01  WS-PACKED-NUM REDEFINES WS-PACKED-AREA
                                         PIC S9(018) COMP-3.

       01  WS-BIN-HALF-AREA              PIC X(002) VALUE LOW-VALUES.
       01  WS-BIN-HALF REDEFINES WS-BIN-HALF-AREA
                                         PIC S9(004) COMP.

       01  WS-BIN-FULL-AREA              PIC X(004) VALUE LOW-VALUES.
       01  WS-BIN-FULL REDEFINES WS-BIN-FULL-AREA
                                         PIC S9(009) COMP.

       01  WS-BIN-DOUBLE-AREA            PIC X(008) VALUE LOW-VALUES.
       01  WS-BIN-DOUBLE REDEFINES WS-BIN-DOUBLE-AREA
                                         PIC S9(018) COMP.

       01  WS-UNL-NUMBER                 PIC S9(018) VALUE ZEROS.
       01  WS-UNL-DIGITS                 PIC 9(018) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Hex display of a field that failed to decode: each byte is
      * read as the low half of a binary halfword.
      *-----------------------------------------------------------------
       01  WS-HEX-WORK.
           05  WS-HEX-DIGITS             PIC X(016)
                                 VALUE '0123456789ABCDEF'.
           05  WS-HEX-PAIR               PIC X(002) VALUE LOW-VALUES.
           05  WS-HEX-VALUE REDEFINES WS-HEX-PAIR
                                         PIC 9(004) COMP.
           05  WS-HEX-HI                 PIC 9(002) VALUE ZEROS.
           05  WS-HEX-LO                 PIC 9(002) VALUE ZEROS.
           05  WS-HEX-BX                 PIC 9(005) VALUE ZEROS.
           05  WS-HEX-END                PIC 9(005) VALUE ZEROS.
           05  WS-HX                     PIC 9(003) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-RECORD-CARD-SW         PIC X(001) VALUE 'N'.
               88  WS-RECORD-CARD-SEEN       VALUE 'Y'.
           05  WS-APPLIES-SW             PIC X(001) VALUE 'N'.
               88  WS-APPLIES                VALUE 'Y'.
           05  WS-TRUNCATED-SW           PIC X(001) VALUE 'N'.
               88  WS-TRUNCATED              VALUE 'Y'.
           05  WS-TRIMMED-SW             PIC X(001) VALUE 'N'.
               88  WS-TRIMMED                VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(001) VALUE 'N'.
               88  WS-FOUND                  VALUE 'Y'.

       01  WS-LAYOUT-LINE.
           05  FILLER                    PIC X(008) VALUE 'LAYOUT: '.
           05  WS-LYL-LAYOUT-ID          PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(009) VALUE ' FORMAT: '.
           05  WS-LYL-FORMAT             PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(009) VALUE ' LENGTH: '.
           05  WS-LYL-LENGTH             PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-LYL-DESC               PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(008) VALUE SPACES.

       01  WS-ERROR-LINE.
           05  WS-ERL-RECORD-NO          PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ERL-FIELD              PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ERL-OFFSET             PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ERL-TYPE               PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(003) VALUE SPACES.
           05  WS-ERL-HEX                PIC X(024) VALUE SPACES.
           05  FILLER                    PIC X(010) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBCT05 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-UNLOAD-CARD FROM SYSIN.

           IF WS-UNC-LAYOUT-ID EQUAL SPACES
              DISPLAY 'NO LAYOUT NAMED ON THE SYSIN CARD'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-UNC-DELIMITER NOT EQUAL SPACE
              MOVE WS-UNC-DELIMITER TO WS-DELIMITER
           END-IF

           DISPLAY 'UNLOADING BY LAYOUT: ' WS-UNC-LAYOUT-ID

           PERFORM P100-LOAD-LAYOUT THRU P100-LOAD-LAYOUT-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'GENERIC FILE UNLOAD - DECODE ERRORS'
                                   TO WS-RPT-TITLE
           MOVE 'COBCT05 '         TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE '  RECORD NO  FIELD                 OFFSET  T'
                                   TO WS-COLUMN-HEADING (1:45)
           MOVE 'BYTES (HEX)'      TO WS-COLUMN-HEADING (49:11)

           MOVE WS-UNC-LAYOUT-ID   TO WS-LYL-LAYOUT-ID
           MOVE WS-REC-FORMAT      TO WS-LYL-FORMAT
           MOVE WS-REC-LENGTH      TO WS-LYL-LENGTH
           MOVE WS-REC-DESC        TO WS-LYL-DESC
           MOVE WS-LAYOUT-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           PERFORM P200-OPEN-INPUT THRU P200-OPEN-INPUT-EXIT

           OPEN OUTPUT UNLDOUT.

           IF WS-FS-UNLDOUT NOT EQUAL '00'
              DISPLAY 'OPEN UNLDOUT  FS:' WS-FS-UNLDOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P300-WRITE-HEADER-ROW
           THRU    P300-WRITE-HEADER-ROW-EXIT

           PERFORM P310-READ-INPUT THRU P310-READ-INPUT-EXIT

           PERFORM P400-UNLOAD-RECORD THRU P400-UNLOAD-RECORD-EXIT
              UNTIL WS-EOF

           PERFORM P800-WRITE-TRAILER THRU P800-WRITE-TRAILER-EXIT

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           PERFORM P250-CLOSE-INPUT THRU P250-CLOSE-INPUT-EXIT

           CLOSE UNLDOUT.
           IF WS-FS-UNLDOUT NOT EQUAL '00'
              DISPLAY 'CLOSE UNLDOUT FS:' WS-FS-UNLDOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'LAYOUT FIELDS.......: ' WS-FLD-CNT.
           DISPLAY 'RECORDS READ........: ' WS-RECORDS-READ.
           DISPLAY 'ROWS UNLOADED.......: ' WS-ROWS-WRITTEN.
           DISPLAY 'DECODE ERRORS.......: ' WS-DECODE-ERRORS.
           DISPLAY 'ROWS TRUNCATED......: ' WS-ROWS-TRUNCATED.
           DISPLAY '--------------------'.

           DISPLAY 'COBCT05 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The layout is edited whole before the file is opened: the
      * record card must come first, and every field must lie inside
      * the record, be a length its type can carry, and name only an
      * earlier field as the one its view depends on.
      *-----------------------------------------------------------------
       P100-LOAD-LAYOUT.

           OPEN INPUT LAYOUTF.

           IF WS-FS-LAYOUTF NOT EQUAL '00'
              DISPLAY 'OPEN LAYOUTF  FS:' WS-FS-LAYOUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW

           PERFORM P110-LOAD-NEXT-CARD THRU P110-LOAD-NEXT-CARD-EXIT
              UNTIL WS-EOF

           CLOSE LAYOUTF.
           IF WS-FS-LAYOUTF NOT EQUAL '00'
              DISPLAY 'CLOSE LAYOUTF FS:' WS-FS-LAYOUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-RECORD-CARD-SEEN
              DISPLAY 'LAYOUT NOT ON LAYOUTF: ' WS-UNC-LAYOUT-ID
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-FLD-CNT EQUAL ZERO
              DISPLAY 'LAYOUT HAS NO FIELD CARDS: ' WS-UNC-LAYOUT-ID
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           .

       P100-LOAD-LAYOUT-EXIT.
           EXIT.

       P110-LOAD-NEXT-CARD.

           READ LAYOUTF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-LAYOUT-CARDS

                IF LAY-LAYOUT-ID EQUAL WS-UNC-LAYOUT-ID
                   EVALUATE TRUE
                   WHEN LAY-RECORD-CARD
                      PERFORM P115-EDIT-RECORD-CARD
                      THRU    P115-EDIT-RECORD-CARD-EXIT
                   WHEN LAY-FIELD-CARD
                      PERFORM P120-EDIT-FIELD-CARD
                      THRU    P120-EDIT-FIELD-CARD-EXIT
                   WHEN OTHER
                      MOVE 'CARD TYPE IS NOT R OR F'
                                        TO WS-LAYOUT-ERROR
                      PERFORM P190-LAYOUT-ERROR
                      THRU    P190-LAYOUT-ERROR-EXIT
                   END-EVALUATE
                END-IF
           END-READ

           IF WS-FS-LAYOUTF NOT EQUAL '00'
              AND WS-FS-LAYOUTF NOT EQUAL '10'
              DISPLAY 'READ LAYOUTF  FS:' WS-FS-LAYOUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P110-LOAD-NEXT-CARD-EXIT.
           EXIT.

       P115-EDIT-RECORD-CARD.

           EVALUATE TRUE
           WHEN WS-RECORD-CARD-SEEN
              MOVE 'SECOND RECORD CARD IN LAYOUT'
                                        TO WS-LAYOUT-ERROR
           WHEN NOT LAY-REC-FIXED AND NOT LAY-REC-VARIABLE
              MOVE 'RECORD FORMAT IS NOT F OR V'
                                        TO WS-LAYOUT-ERROR
           WHEN LAY-REC-LENGTH NOT NUMERIC
              OR LAY-REC-LENGTH EQUAL ZERO
              MOVE 'RECORD LENGTH MISSING'
                                        TO WS-LAYOUT-ERROR
           WHEN LAY-REC-VARIABLE AND LAY-REC-LENGTH GREATER 32756
              MOVE 'RECORD LENGTH OVER 32756'
                                        TO WS-LAYOUT-ERROR
           WHEN LAY-REC-LENGTH GREATER 32760
              MOVE 'RECORD LENGTH OVER 32760'
                                        TO WS-LAYOUT-ERROR
           WHEN OTHER
              MOVE 'Y'            TO WS-RECORD-CARD-SW
              MOVE LAY-REC-FORMAT TO WS-REC-FORMAT
              MOVE LAY-REC-LENGTH TO WS-REC-LENGTH
              MOVE LAY-REC-DESC   TO WS-REC-DESC
           END-EVALUATE

           IF WS-LAYOUT-ERROR NOT EQUAL SPACES
              PERFORM P190-LAYOUT-ERROR THRU P190-LAYOUT-ERROR-EXIT
           END-IF
           .

       P115-EDIT-RECORD-CARD-EXIT.
           EXIT.

       P120-EDIT-FIELD-CARD.

           MOVE ZERO TO WS-WX

           IF LAY-FLD-WHEN-NAME NOT EQUAL SPACES
              PERFORM P130-FIND-WHEN-FIELD
              THRU    P130-FIND-WHEN-FIELD-EXIT
           END-IF

           IF LAY-FLD-OFFSET NUMERIC
              AND LAY-FLD-LENGTH NUMERIC
              COMPUTE WS-FLD-END = LAY-FLD-OFFSET + LAY-FLD-LENGTH - 1
           ELSE
              MOVE ZERO TO WS-FLD-END
           END-IF

           EVALUATE TRUE
           WHEN NOT WS-RECORD-CARD-SEEN
              MOVE 'FIELD CARD BEFORE RECORD CARD'
                                        TO WS-LAYOUT-ERROR
           WHEN LAY-FLD-NAME EQUAL SPACES
              MOVE 'FIELD NAME MISSING' TO WS-LAYOUT-ERROR
           WHEN LAY-FLD-OFFSET NOT NUMERIC
              OR LAY-FLD-OFFSET EQUAL ZERO
              MOVE 'FIELD OFFSET MISSING'
                                        TO WS-LAYOUT-ERROR
           WHEN LAY-FLD-LENGTH NOT NUMERIC
              OR LAY-FLD-LENGTH EQUAL ZERO
              MOVE 'FIELD LENGTH MISSING'
                                        TO WS-LAYOUT-ERROR
           WHEN WS-FLD-END GREATER WS-REC-LENGTH
              MOVE 'FIELD ENDS PAST END OF RECORD'
                                        TO WS-LAYOUT-ERROR
           WHEN LAY-FLD-DECIMALS NOT NUMERIC
              OR LAY-FLD-DECIMALS GREATER 17
              MOVE 'DECIMAL PLACES NOT 00 TO 17'
                                        TO WS-LAYOUT-ERROR
           WHEN LAY-FLD-DISPLAY
              CONTINUE
           WHEN LAY-FLD-ZONED AND LAY-FLD-LENGTH GREATER 18
              MOVE 'ZONED FIELD OVER 18 BYTES'
                                        TO WS-LAYOUT-ERROR
           WHEN LAY-FLD-PACKED AND LAY-FLD-LENGTH GREATER 10
              MOVE 'PACKED FIELD OVER 10 BYTES'
                                        TO WS-LAYOUT-ERROR
           WHEN LAY-FLD-BINARY
              AND LAY-FLD-LENGTH NOT EQUAL 2
              AND LAY-FLD-LENGTH NOT EQUAL 4
              AND LAY-FLD-LENGTH NOT EQUAL 8
              MOVE 'BINARY FIELD NOT 2, 4 OR 8 BYTES'
                                        TO WS-LAYOUT-ERROR
           WHEN NOT LAY-FLD-ZONED
              AND NOT LAY-FLD-PACKED
              AND NOT LAY-FLD-BINARY
              MOVE 'FIELD TYPE IS NOT D, Z, P OR B'
                                        TO WS-LAYOUT-ERROR
           WHEN OTHER
              CONTINUE
           END-EVALUATE

           IF WS-LAYOUT-ERROR EQUAL SPACES
              AND LAY-FLD-WHEN-NAME NOT EQUAL SPACES
              AND WS-WX EQUAL ZERO
              MOVE 'VIEW FIELD IS NOT AN EARLIER FIELD'
                                        TO WS-LAYOUT-ERROR
           END-IF

           IF WS-LAYOUT-ERROR EQUAL SPACES
              AND WS-FLD-CNT NOT LESS 200
              DISPLAY 'LAYOUT FIELD TABLE FULL AT: ' WS-FLD-CNT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-LAYOUT-ERROR NOT EQUAL SPACES
              PERFORM P190-LAYOUT-ERROR THRU P190-LAYOUT-ERROR-EXIT
           END-IF

           ADD 1 TO WS-FLD-CNT

           MOVE LAY-FLD-NAME       TO WS-FLD-NAME (WS-FLD-CNT)
           MOVE LAY-FLD-OFFSET     TO WS-FLD-OFFSET (WS-FLD-CNT)
           MOVE LAY-FLD-LENGTH     TO WS-FLD-LENGTH (WS-FLD-CNT)
           MOVE LAY-FLD-TYPE       TO WS-FLD-TYPE (WS-FLD-CNT)
           MOVE LAY-FLD-DECIMALS   TO WS-FLD-DECIMALS (WS-FLD-CNT)
           MOVE WS-WX              TO WS-FLD-WHEN-IX (WS-FLD-CNT)
           MOVE LAY-FLD-WHEN-VALUE TO WS-FLD-WHEN-VALUE (WS-FLD-CNT)
           MOVE SPACES             TO WS-FLD-KEY-TEXT (WS-FLD-CNT)
           .

       P120-EDIT-FIELD-CARD-EXIT.
           EXIT.

       P130-FIND-WHEN-FIELD.

           MOVE 'N' TO WS-FOUND-SW
           MOVE 0   TO WS-FX

           PERFORM P135-CHECK-WHEN-FIELD
           THRU    P135-CHECK-WHEN-FIELD-EXIT
              UNTIL WS-FOUND
                 OR WS-FX NOT LESS WS-FLD-CNT
           .

       P130-FIND-WHEN-FIELD-EXIT.
           EXIT.

       P135-CHECK-WHEN-FIELD.

           ADD 1 TO WS-FX

           IF WS-FLD-NAME (WS-FX) EQUAL LAY-FLD-WHEN-NAME
              MOVE 'Y'   TO WS-FOUND-SW
              MOVE WS-FX TO WS-WX
           END-IF
           .

       P135-CHECK-WHEN-FIELD-EXIT.
           EXIT.

       P190-LAYOUT-ERROR.

           DISPLAY 'LAYOUT CARD IN ERROR: ' WS-LAYOUT-ERROR
           DISPLAY REC-LAYOUT

           PERFORM P999-ERROR THRU P999-ERROR-EXIT
           .

       P190-LAYOUT-ERROR-EXIT.
           EXIT.

       P200-OPEN-INPUT.

           IF WS-REC-FIXED
              OPEN INPUT UNLDFIN

              IF WS-FS-UNLDFIN NOT EQUAL '00'
                 DISPLAY 'OPEN UNLDFIN  FS:' WS-FS-UNLDFIN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           ELSE
              OPEN INPUT UNLDVIN

              IF WS-FS-UNLDVIN NOT EQUAL '00'
                 DISPLAY 'OPEN UNLDVIN  FS:' WS-FS-UNLDVIN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P200-OPEN-INPUT-EXIT.
           EXIT.

       P250-CLOSE-INPUT.

           IF WS-REC-FIXED
              CLOSE UNLDFIN

              IF WS-FS-UNLDFIN NOT EQUAL '00'
                 DISPLAY 'CLOSE UNLDFIN FS:' WS-FS-UNLDFIN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           ELSE
              CLOSE UNLDVIN

              IF WS-FS-UNLDVIN NOT EQUAL '00'
                 DISPLAY 'CLOSE UNLDVIN FS:' WS-FS-UNLDVIN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P250-CLOSE-INPUT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Header row: the layout's field names, in column order.
      *-----------------------------------------------------------------
       P300-WRITE-HEADER-ROW.

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1      TO WS-OUT-PTR
           MOVE 'N'    TO WS-TRUNCATED-SW
           MOVE 1      TO WS-FX

           PERFORM P305-ADD-HEADER-NAME THRU P305-ADD-HEADER-NAME-EXIT
              UNTIL WS-FX GREATER WS-FLD-CNT

           PERFORM P490-WRITE-ROW THRU P490-WRITE-ROW-EXIT
           .

       P300-WRITE-HEADER-ROW-EXIT.
           EXIT.

       P305-ADD-HEADER-NAME.

           IF WS-FX GREATER 1
              STRING WS-DELIMITER DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-OUT-PTR
                ON OVERFLOW
                     MOVE 'Y' TO WS-TRUNCATED-SW
              END-STRING
           END-IF

           STRING WS-FLD-NAME (WS-FX) DELIMITED BY SPACE
                  INTO WS-OUT-LINE
                  WITH POINTER WS-OUT-PTR
             ON OVERFLOW
                  MOVE 'Y' TO WS-TRUNCATED-SW
           END-STRING

           ADD 1 TO WS-FX
           .

       P305-ADD-HEADER-NAME-EXIT.
           EXIT.

       P310-READ-INPUT.

           IF WS-REC-FIXED
              READ UNLDFIN
                AT END
                   MOVE 'Y' TO WS-EOF-SW
                NOT AT END
                   MOVE REC-UNLD-FIXED (1:WS-REC-LENGTH)
                                     TO WS-UNL-RECORD
                   MOVE WS-REC-LENGTH TO WS-IN-LEN
              END-READ

              IF WS-FS-UNLDFIN NOT EQUAL '00'
                 AND WS-FS-UNLDFIN NOT EQUAL '10'
                 DISPLAY 'READ UNLDFIN  FS:' WS-FS-UNLDFIN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           ELSE
              READ UNLDVIN
                AT END
                   MOVE 'Y' TO WS-EOF-SW
                NOT AT END
                   MOVE REC-UNLD-VAR (1:WS-VAR-LEN)
                                     TO WS-UNL-RECORD
                   MOVE WS-VAR-LEN   TO WS-IN-LEN
              END-READ

              IF WS-FS-UNLDVIN NOT EQUAL '00'
                 AND WS-FS-UNLDVIN NOT EQUAL '10'
                 DISPLAY 'READ UNLDVIN  FS:' WS-FS-UNLDVIN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P310-READ-INPUT-EXIT.
           EXIT.

       P400-UNLOAD-RECORD.

           ADD 1 TO WS-RECORDS-READ

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1      TO WS-OUT-PTR
           MOVE 'N'    TO WS-TRUNCATED-SW
           MOVE 1      TO WS-FX

           PERFORM P410-UNLOAD-FIELD THRU P410-UNLOAD-FIELD-EXIT
              UNTIL WS-FX GREATER WS-FLD-CNT

           PERFORM P490-WRITE-ROW THRU P490-WRITE-ROW-EXIT

           ADD 1 TO WS-ROWS-WRITTEN

           PERFORM P310-READ-INPUT THRU P310-READ-INPUT-EXIT
           .

       P400-UNLOAD-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A column is left empty when its view does not apply to the
      * record, or when a short variable-length record stops before
      * the field.
      *-----------------------------------------------------------------
       P410-UNLOAD-FIELD.

           MOVE SPACES TO WS-TEXT
           MOVE ZERO   TO WS-TXT-LEN
           MOVE 'Y'    TO WS-APPLIES-SW

           IF WS-FX GREATER 1
              STRING WS-DELIMITER DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-OUT-PTR
                ON OVERFLOW
                     MOVE 'Y' TO WS-TRUNCATED-SW
              END-STRING
           END-IF

           MOVE WS-FLD-WHEN-IX (WS-FX) TO WS-WX

           IF WS-WX GREATER ZERO
              IF WS-FLD-KEY-TEXT (WS-WX) NOT EQUAL
                 WS-FLD-WHEN-VALUE (WS-FX)
                 MOVE 'N' TO WS-APPLIES-SW
              END-IF
           END-IF

           COMPUTE WS-FLD-END = WS-FLD-OFFSET (WS-FX)
                              + WS-FLD-LENGTH (WS-FX) - 1

           IF WS-FLD-END GREATER WS-IN-LEN
              MOVE 'N' TO WS-APPLIES-SW
           END-IF

           IF WS-APPLIES
              PERFORM P420-DECODE-FIELD THRU P420-DECODE-FIELD-EXIT
           END-IF

           MOVE WS-TEXT TO WS-FLD-KEY-TEXT (WS-FX)

           IF WS-TXT-LEN GREATER ZERO
              STRING WS-TEXT (1:WS-TXT-LEN) DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-OUT-PTR
                ON OVERFLOW
                     MOVE 'Y' TO WS-TRUNCATED-SW
              END-STRING
           END-IF

           ADD 1 TO WS-FX
           .

       P410-UNLOAD-FIELD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A zoned field left all spaces is taken as never set and
      * unloads empty; spaces in a packed field are bad data.
      *-----------------------------------------------------------------
       P420-DECODE-FIELD.

           MOVE WS-FLD-OFFSET (WS-FX) TO WS-BX
           MOVE WS-FLD-LENGTH (WS-FX) TO WS-BL

           EVALUATE WS-FLD-TYPE (WS-FX)
           WHEN 'D'
              MOVE WS-UNL-RECORD (WS-BX:WS-BL) TO WS-TEXT

              INSPECT WS-TEXT (1:WS-BL)
                      REPLACING ALL WS-DELIMITER BY SPACE

              MOVE WS-BL TO WS-TXT-LEN

              PERFORM P460-TRIM-TEXT THRU P460-TRIM-TEXT-EXIT

           WHEN 'Z'
              IF WS-UNL-RECORD (WS-BX:WS-BL) NOT EQUAL SPACES
                 MOVE ZEROS TO WS-ZONED-AREA
                 MOVE WS-UNL-RECORD (WS-BX:WS-BL)
                             TO WS-ZONED-AREA (19 - WS-BL:WS-BL)

                 IF WS-ZONED-NUM NUMERIC
                    MOVE WS-ZONED-NUM TO WS-UNL-NUMBER

                    PERFORM P450-EDIT-NUMBER
                    THRU    P450-EDIT-NUMBER-EXIT
                 ELSE
                    PERFORM P480-DECODE-ERROR
                    THRU    P480-DECODE-ERROR-EXIT
                 END-IF
              END-IF

           WHEN 'P'
              MOVE LOW-VALUES TO WS-PACKED-AREA
              MOVE WS-UNL-RECORD (WS-BX:WS-BL)
                          TO WS-PACKED-AREA (11 - WS-BL:WS-BL)

              IF WS-PACKED-NUM NUMERIC
                 MOVE WS-PACKED-NUM TO WS-UNL-NUMBER

                 PERFORM P450-EDIT-NUMBER THRU P450-EDIT-NUMBER-EXIT
              ELSE
                 PERFORM P480-DECODE-ERROR THRU P480-DECODE-ERROR-EXIT
              END-IF

           WHEN OTHER
              EVALUATE WS-BL
              WHEN 2
                 MOVE WS-UNL-RECORD (WS-BX:2) TO WS-BIN-HALF-AREA
                 MOVE WS-BIN-HALF             TO WS-UNL-NUMBER
              WHEN 4
                 MOVE WS-UNL-RECORD (WS-BX:4) TO WS-BIN-FULL-AREA
                 MOVE WS-BIN-FULL             TO WS-UNL-NUMBER
              WHEN OTHER
                 MOVE WS-UNL-RECORD (WS-BX:8) TO WS-BIN-DOUBLE-AREA
                 MOVE WS-BIN-DOUBLE           TO WS-UNL-NUMBER
              END-EVALUATE

              PERFORM P450-EDIT-NUMBER THRU P450-EDIT-NUMBER-EXIT
           END-EVALUATE
           .

       P420-DECODE-FIELD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Signed display number: leading zeros dropped down to the units
      * digit, a minus sign when negative, and the field's decimal
      * places after a point.
      *-----------------------------------------------------------------
       P450-EDIT-NUMBER.

           MOVE WS-UNL-NUMBER TO WS-UNL-DIGITS

           COMPUTE WS-INT-END = 18 - WS-FLD-DECIMALS (WS-FX)

           MOVE 1 TO WS-DX

           PERFORM P455-SKIP-ZERO THRU P455-SKIP-ZERO-EXIT
              UNTIL WS-DX NOT LESS WS-INT-END
                 OR WS-UNL-DIGITS (WS-DX:1) NOT EQUAL '0'

           MOVE SPACES TO WS-TEXT
           MOVE 1      TO WS-TXT-PTR

           IF WS-UNL-NUMBER LESS ZERO
              STRING '-' DELIMITED BY SIZE
                     INTO WS-TEXT
                     WITH POINTER WS-TXT-PTR
              END-STRING
           END-IF

           STRING WS-UNL-DIGITS (WS-DX:WS-INT-END - WS-DX + 1)
                                DELIMITED BY SIZE
                  INTO WS-TEXT
                  WITH POINTER WS-TXT-PTR
           END-STRING

           IF WS-FLD-DECIMALS (WS-FX) GREATER ZERO
              STRING '.'        DELIMITED BY SIZE
                     WS-UNL-DIGITS (WS-INT-END + 1:
                                    WS-FLD-DECIMALS (WS-FX))
                                DELIMITED BY SIZE
                     INTO WS-TEXT
                     WITH POINTER WS-TXT-PTR
              END-STRING
           END-IF

           COMPUTE WS-TXT-LEN = WS-TXT-PTR - 1
           .

       P450-EDIT-NUMBER-EXIT.
           EXIT.

       P455-SKIP-ZERO.

           ADD 1 TO WS-DX
           .

       P455-SKIP-ZERO-EXIT.
           EXIT.

       P460-TRIM-TEXT.

           MOVE 'N' TO WS-TRIMMED-SW

           PERFORM P465-TRIM-ONE THRU P465-TRIM-ONE-EXIT
              UNTIL WS-TRIMMED
           .

       P460-TRIM-TEXT-EXIT.
           EXIT.

       P465-TRIM-ONE.

           IF WS-TXT-LEN EQUAL ZERO
              MOVE 'Y' TO WS-TRIMMED-SW
           ELSE
              IF WS-TEXT (WS-TXT-LEN:1) NOT EQUAL SPACE
                 MOVE 'Y' TO WS-TRIMMED-SW
              ELSE
                 SUBTRACT 1 FROM WS-TXT-LEN
              END-IF
           END-IF
           .

       P465-TRIM-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The field unloads as asterisks, as COBST18 does for broken
      * packed data, and its first 12 bytes are listed in hex.
      *-----------------------------------------------------------------
       P480-DECODE-ERROR.

           ADD 1 TO WS-DECODE-ERRORS

           MOVE '********' TO WS-TEXT
           MOVE 8          TO WS-TXT-LEN

           MOVE SPACES                TO WS-ERL-HEX
           MOVE 1                     TO WS-HX
           MOVE WS-BX                 TO WS-HEX-BX
           COMPUTE WS-HEX-END = WS-BX + 11

           IF WS-HEX-END GREATER WS-FLD-END
              MOVE WS-FLD-END TO WS-HEX-END
           END-IF

           PERFORM P485-HEX-BYTE THRU P485-HEX-BYTE-EXIT
              UNTIL WS-HEX-BX GREATER WS-HEX-END

           MOVE WS-RECORDS-READ       TO WS-ERL-RECORD-NO
           MOVE WS-FLD-NAME (WS-FX)   TO WS-ERL-FIELD
           MOVE WS-BX                 TO WS-ERL-OFFSET
           MOVE WS-FLD-TYPE (WS-FX)   TO WS-ERL-TYPE
           MOVE WS-ERROR-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P480-DECODE-ERROR-EXIT.
           EXIT.

       P485-HEX-BYTE.

           MOVE LOW-VALUES TO WS-HEX-PAIR
           MOVE WS-UNL-RECORD (WS-HEX-BX:1) TO WS-HEX-PAIR (2:1)

           DIVIDE WS-HEX-VALUE BY 16
                  GIVING WS-HEX-HI REMAINDER WS-HEX-LO

           MOVE WS-HEX-DIGITS (WS-HEX-HI + 1:1) TO WS-ERL-HEX (WS-HX:1)
           MOVE WS-HEX-DIGITS (WS-HEX-LO + 1:1)
                                          TO WS-ERL-HEX (WS-HX + 1:1)

           ADD 2 TO WS-HX
           ADD 1 TO WS-HEX-BX
           .

       P485-HEX-BYTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A row too long for UNLDOUT is written cut at 8000 bytes and
      * listed, so the load can be checked for it.
      *-----------------------------------------------------------------
       P490-WRITE-ROW.

           COMPUTE WS-OUT-LEN = WS-OUT-PTR - 1

           IF WS-OUT-LEN EQUAL ZERO
              MOVE 1 TO WS-OUT-LEN
           END-IF

           IF WS-TRUNCATED
              ADD 1 TO WS-ROWS-TRUNCATED

              MOVE SPACES                TO WS-ERL-FIELD
                                            WS-ERL-TYPE
              MOVE ZERO                  TO WS-ERL-OFFSET
              MOVE WS-RECORDS-READ       TO WS-ERL-RECORD-NO
              MOVE 'ROW CUT AT 8000 BYTES' TO WS-ERL-HEX
              MOVE WS-ERROR-LINE         TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           MOVE WS-OUT-LINE (1:WS-OUT-LEN) TO REC-UNLD-OUT

           WRITE REC-UNLD-OUT
           END-WRITE

           IF WS-FS-UNLDOUT NOT EQUAL '00'
              DISPLAY 'WRITE UNLDOUT FS:' WS-FS-UNLDOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P490-WRITE-ROW-EXIT.
           EXIT.

       P800-WRITE-TRAILER.

           MOVE WS-ROWS-WRITTEN TO WS-TRAILER-COUNT

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1      TO WS-OUT-PTR
           MOVE 'N'    TO WS-TRUNCATED-SW

           STRING 'TRAILER'         DELIMITED BY SIZE
                  WS-DELIMITER      DELIMITED BY SIZE
                  WS-TRAILER-COUNT  DELIMITED BY SIZE
                  INTO WS-OUT-LINE
                  WITH POINTER WS-OUT-PTR
           END-STRING

           PERFORM P490-WRITE-ROW THRU P490-WRITE-ROW-EXIT
           .

       P800-WRITE-TRAILER-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           IF WS-DECODE-ERRORS EQUAL ZERO
              MOVE '   EVERY FIELD DECODED'
                                       TO WS-DETAIL-LINE
           ELSE
              MOVE '   *** FIELDS FAILED TO DECODE ***'
                                       TO WS-DETAIL-LINE
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'LAYOUT FIELDS'     TO WS-RPT-CNT-LABEL
           MOVE WS-FLD-CNT          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'RECORDS READ'      TO WS-RPT-CNT-LABEL
           MOVE WS-RECORDS-READ     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ROWS UNLOADED'     TO WS-RPT-CNT-LABEL
           MOVE WS-ROWS-WRITTEN     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'DECODE ERRORS'     TO WS-RPT-CNT-LABEL
           MOVE WS-DECODE-ERRORS    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ROWS TRUNCATED'    TO WS-RPT-CNT-LABEL
           MOVE WS-ROWS-TRUNCATED   TO WS-RPT-CNT-VALUE
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
