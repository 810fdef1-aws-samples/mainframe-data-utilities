      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Delimited-feed conversion. Partners that can only send a
      * comma-separated file with a header row are turned into a
      * standard 80-byte INPUTF here, ahead of the CLIENT loaders:
      * one feed group, opened by an INPUTF-HEADER and closed by an
      * INPUTF-TRAILER whose count and hash total are built from the
      * details actually written, so COBKS03/COBKS05 validate and
      * load it exactly as they would a native feed.
      *
      * Columns are matched to INPUTF fields through the feed's
      * COLMAPF cards (see COLMAPF.cpy) by the heading text on the
      * header row, so a partner reordering or adding columns needs
      * no change here. Values may be double-quoted to carry commas;
      * a doubled quote inside a quoted value is one quote. A row
      * that cannot be converted goes to EXCEPF with its text and the
      * rest of the feed carries on; a map or header row that does
      * not fit the feed stops the run before INPUTF is any use.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS48.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT CSVIN    ASSIGN TO CSVIN
                  FILE STATUS IS WS-FS-CSVIN.

           SELECT COLMAPF  ASSIGN TO COLMAPF
                  FILE STATUS IS WS-FS-COLMAPF.

           SELECT INPUTF   ASSIGN TO INPUTF
                  FILE STATUS IS WS-FS-INPUTF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * The partner's file arrives variable-length, one row per
      * record; WS-CSV-LEN carries each row's true length.
      *-----------------------------------------------------------------
       FD  CSVIN
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
                   DEPENDING ON WS-CSV-LEN.

       01  REC-CSV.
           03  CSV-TEXT                  PIC  X(1000).

       FD  COLMAPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY COLMAPF.

       FD  INPUTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-INPUT.
           03  INPUTF-ID                 PIC  9(09).
           03  INPUTF-TYPE               PIC  9(04).
           03  INPUTF-MAIN.
            05 INPUTF-NAME               PIC  X(30).
            05 INPUTF-BDATE              PIC  X(10).
            05 INPUTF-ED-LVL             PIC  X(10).
            05 INPUTF-INCOME             PIC  S9(07)V99.
            05 FILLER                    PIC  X(08).
           03  INPUTF-ADDRESS REDEFINES  INPUTF-MAIN.
            05 INPUTF-ADDR-NUMBER        PIC  9(009).
            05 INPUTF-ADDR-STREET        PIC  X(030).
            05 INPUTF-ADDR-CITY          PIC  X(020).
            05 INPUTF-ADDR-STATE         PIC  X(002).
            05 INPUTF-ADDR-ZIP           PIC  X(005).
            05 FILLER                    PIC  X(001).
           03  INPUTF-CONTACT REDEFINES  INPUTF-MAIN.
            05 INPUTF-PHONE              PIC  X(012).
            05 INPUTF-EMAIL              PIC  X(038).
            05 FILLER                    PIC  X(017).
           03  INPUTF-DELETE   REDEFINES INPUTF-MAIN.
            05 INPUTF-DEL-TARGET-TYPE    PIC  9(004).
            05 FILLER                    PIC  X(063).
           03  INPUTF-EMPLOYMENT REDEFINES INPUTF-MAIN.
            05 INPUTF-EMPLOYER-NAME      PIC  X(030).
            05 INPUTF-HIRE-DATE          PIC  X(010).
            05 FILLER                    PIC  X(027).
           03  INPUTF-HEADER REDEFINES  INPUTF-MAIN.
            05 INPUTF-HDR-BUSINESS-DATE  PIC  9(008).
            05 INPUTF-HDR-FEED-ID        PIC  X(008).
            05 FILLER                    PIC  X(051).
           03  INPUTF-TRAILER REDEFINES  INPUTF-MAIN.
            05 INPUTF-TRL-RECORD-COUNT   PIC  9(009).
            05 INPUTF-TRL-HASH-TOTAL     PIC  9(018).
            05 FILLER                    PIC  X(040).

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-CSVIN               PIC X(002) VALUE SPACES.
           05  WS-FS-COLMAPF             PIC X(002) VALUE SPACES.
           05  WS-FS-INPUTF              PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-ROWS-READ              PIC 9(009) VALUE ZEROS.
           05  WS-ROWS-BLANK             PIC 9(009) VALUE ZEROS.
           05  WS-ROWS-WRITTEN           PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-MAP-CARDS              PIC 9(009) VALUE ZEROS.
           05  WS-HASH-TOTAL             PIC 9(018) VALUE ZEROS.
           05  WS-POS                    PIC 9(004) VALUE ZEROS.
           05  WS-COL-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-FLD-IX                 PIC 9(002) VALUE ZEROS.
           05  WS-FLD-FOUND-IX           PIC 9(002) VALUE ZEROS.
           05  WS-DIGIT-CNT              PIC 9(002) VALUE ZEROS.
           05  WS-DEC-CNT                PIC 9(002) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-BUSINESS-DATE              PIC 9(008) VALUE ZEROS.
       01  WS-CSV-LEN                    PIC 9(004) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Feed card (SYSIN): cols 1-8 the feed id the partner's INPUTF
      * header will carry, which also selects its COLMAPF cards;
      * cols 9-16 an optional business date (YYYYMMDD) for a file
      * sent for a day other than the current CALENDF date.
      *-----------------------------------------------------------------
       01  WS-FEED-CARD.
           05  WS-FEED-ID                PIC X(008).
           05  WS-FEED-DATE              PIC X(008).
           05  WS-FEED-DATE-N REDEFINES WS-FEED-DATE
                                         PIC 9(008).
           05  FILLER                    PIC X(064).

      *-----------------------------------------------------------------
      * The INPUTF fields a feed may supply: name as keyed on
      * COLMAPF, widest value accepted, and kind -- 'N' unsigned
      * whole number, 'A' signed amount with up to two decimals, 'X'
      * text. The position in this list is the field's subscript in
      * WS-FIELD-MAP and in P400.
      *-----------------------------------------------------------------
       01  WS-FIELD-LIST.
           05  FILLER     PIC X(011) VALUE 'ID      09N'.
           05  FILLER     PIC X(011) VALUE 'TYPE    04N'.
           05  FILLER     PIC X(011) VALUE 'NAME    30X'.
           05  FILLER     PIC X(011) VALUE 'BDATE   10X'.
           05  FILLER     PIC X(011) VALUE 'EDLVL   10X'.
           05  FILLER     PIC X(011) VALUE 'INCOME  15A'.
           05  FILLER     PIC X(011) VALUE 'ADDRNUM 09N'.
           05  FILLER     PIC X(011) VALUE 'STREET  30X'.
           05  FILLER     PIC X(011) VALUE 'CITY    20X'.
           05  FILLER     PIC X(011) VALUE 'STATE   02X'.
           05  FILLER     PIC X(011) VALUE 'ZIP     05X'.
           05  FILLER     PIC X(011) VALUE 'PHONE   12X'.
           05  FILLER     PIC X(011) VALUE 'EMAIL   38X'.
           05  FILLER     PIC X(011) VALUE 'DELTYPE 04N'.
           05  FILLER     PIC X(011) VALUE 'EMPLOYER30X'.
           05  FILLER     PIC X(011) VALUE 'HIREDATE10X'.
       01  WS-FIELD-DEFS REDEFINES WS-FIELD-LIST.
           05  WS-FDEF OCCURS 16 TIMES.
               10  WS-FDEF-NAME          PIC X(008).
               10  WS-FDEF-MAX           PIC 9(002).
               10  WS-FDEF-KIND          PIC X(001).
                   88  WS-FDEF-NUMBER        VALUE 'N'.
                   88  WS-FDEF-AMOUNT        VALUE 'A'.

      *-----------------------------------------------------------------
      * The feed's map as loaded from COLMAPF, by WS-FIELD-LIST
      * position; WS-FLD-COL is the header-row column the heading
      * was found in (zero when the field is defaulted or unmapped).
      *-----------------------------------------------------------------
       01  WS-FIELD-MAP.
           05  WS-FLD-ENTRY OCCURS 16 TIMES.
               10  WS-FLD-MAPPED-SW      PIC X(001).
                   88  WS-FLD-MAPPED         VALUE 'Y'.
               10  WS-FLD-HEADER         PIC X(030).
               10  WS-FLD-DEFAULT        PIC X(020).
               10  WS-FLD-COL            PIC 9(003).

      *-----------------------------------------------------------------
      * One row split into its columns. Up to 60 columns of up to 60
      * characters are kept; a longer value is flagged so it is
      * rejected if its column is mapped, and columns past the 60th
      * are not used.
      *-----------------------------------------------------------------
       01  WS-COL-TABLE.
           05  WS-COL-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-COL-ENTRY OCCURS 60 TIMES.
               10  WS-COL-LEN            PIC 9(003).
               10  WS-COL-OVER-SW        PIC X(001).
                   88  WS-COL-OVERFLOW       VALUE 'Y'.
               10  WS-COL-VALUE          PIC X(060).

       01  WS-CHAR                       PIC X(001) VALUE SPACES.
       01  WS-DIGIT REDEFINES WS-CHAR    PIC 9(001).

       01  WS-VALUE-AREA.
           05  WS-VAL-LEN                PIC 9(003) VALUE ZEROS.
           05  WS-VAL-OVER-SW            PIC X(001) VALUE 'N'.
               88  WS-VAL-OVERFLOW           VALUE 'Y'.
           05  WS-VAL                    PIC X(060) VALUE SPACES.

       01  WS-NUM-WORK                   PIC 9(018) VALUE ZEROS.
       01  WS-AMT-CENTS                  PIC 9(011) VALUE ZEROS.
       01  WS-AMT-WORK                   PIC S9(009)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-CSVIN-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-CSVIN-EOF              VALUE 'Y'.
           05  WS-COLMAPF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-COLMAPF-EOF            VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-QUOTE-SW               PIC X(001) VALUE 'N'.
               88  WS-IN-QUOTES              VALUE 'Y'.
           05  WS-REJECT-SW              PIC X(001) VALUE 'N'.
               88  WS-REJECTED-ROW           VALUE 'Y'.
               88  WS-ROW-OK                 VALUE 'N'.
           05  WS-NEGATIVE-SW            PIC X(001) VALUE 'N'.
               88  WS-NEGATIVE               VALUE 'Y'.
           05  WS-POINT-SW               PIC X(001) VALUE 'N'.
               88  WS-POINT-SEEN             VALUE 'Y'.
           05  WS-MAP-BAD-SW             PIC X(001) VALUE 'N'.
               88  WS-MAP-BAD                VALUE 'Y'.

       01  WS-MAP-LINE.
           05  WS-MPL-FIELD              PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-MPL-HEADER             PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-MPL-COL                PIC ZZ9    VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-MPL-DEFAULT            PIC X(020) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                    PIC X(004) VALUE 'ROW '.
           05  WS-RJL-ROW                PIC 9(009) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RJL-CODE               PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RJL-TEXT               PIC X(040) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(024) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS48 STARTED'.

           ACCEPT WS-FEED-CARD FROM SYSIN.

           IF WS-FEED-ID EQUAL SPACES
              DISPLAY 'NO FEED ID ON SYSIN CARD.'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           EVALUATE TRUE
           WHEN WS-FEED-DATE EQUAL SPACES
              MOVE WS-RUN-DATE    TO WS-BUSINESS-DATE
           WHEN WS-FEED-DATE-N NUMERIC
            AND WS-FEED-DATE-N GREATER ZERO
              MOVE WS-FEED-DATE-N TO WS-BUSINESS-DATE
           WHEN OTHER
              DISPLAY 'INVALID BUSINESS DATE ON SYSIN CARD: '
                       WS-FEED-DATE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'FEED ID.................: ' WS-FEED-ID
           DISPLAY 'FEED BUSINESS DATE......: ' WS-BUSINESS-DATE

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'DELIMITED FEED CONVERSION'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS48 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'FEED ID '         TO WS-COLUMN-HEADING (1:8)
           MOVE WS-FEED-ID         TO WS-COLUMN-HEADING (9:8)
           MOVE 'BUSINESS DATE '   TO WS-COLUMN-HEADING (20:14)
           MOVE WS-BUSINESS-DATE   TO WS-COLUMN-HEADING (34:8)

           PERFORM P100-LOAD-MAP
           THRU    P100-LOAD-MAP-EXIT

           OPEN INPUT CSVIN.

           IF WS-FS-CSVIN NOT EQUAL '00'
              DISPLAY 'OPEN CSVIN   FS: ' WS-FS-CSVIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P200-MATCH-HEADER-ROW
           THRU    P200-MATCH-HEADER-ROW-EXIT

           PERFORM P150-PRINT-MAP
           THRU    P150-PRINT-MAP-EXIT

           OPEN OUTPUT INPUTF.

           IF WS-FS-INPUTF NOT EQUAL '00'
              DISPLAY 'OPEN INPUTF  FS: ' WS-FS-INPUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES             TO REC-INPUT
           MOVE ZEROS              TO INPUTF-ID
                                      INPUTF-TYPE
           MOVE WS-BUSINESS-DATE   TO INPUTF-HDR-BUSINESS-DATE
           MOVE WS-FEED-ID         TO INPUTF-HDR-FEED-ID

           PERFORM P490-WRITE-INPUTF
           THRU    P490-WRITE-INPUTF-EXIT

           PERFORM P300-READ-ROW THRU P300-READ-ROW-EXIT

           PERFORM P310-CONVERT-ROW THRU P310-CONVERT-ROW-EXIT
              UNTIL WS-CSVIN-EOF

           MOVE SPACES             TO REC-INPUT
           MOVE 999999999          TO INPUTF-ID
           MOVE 9999               TO INPUTF-TYPE
           MOVE WS-ROWS-WRITTEN    TO INPUTF-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL      TO INPUTF-TRL-HASH-TOTAL

           PERFORM P490-WRITE-INPUTF
           THRU    P490-WRITE-INPUTF-EXIT

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE CSVIN.
           IF WS-FS-CSVIN NOT EQUAL '00'
              DISPLAY 'CLOSE CSVIN  FS: ' WS-FS-CSVIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE INPUTF.
           IF WS-FS-INPUTF NOT EQUAL '00'
              DISPLAY 'CLOSE INPUTF FS: ' WS-FS-INPUTF
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

           DISPLAY '--------------------'.
           DISPLAY 'ROWS READ......: ' WS-ROWS-READ.
           DISPLAY 'BLANK ROWS.....: ' WS-ROWS-BLANK.
           DISPLAY 'CARDS WRITTEN..: ' WS-ROWS-WRITTEN.
           DISPLAY 'ROWS REJECTED..: ' WS-REJECTED.
           DISPLAY 'HASH TOTAL.....: ' WS-HASH-TOTAL.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS48 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The processing date is the CALENDF row flagged current.
      *-----------------------------------------------------------------
       P055-GET-PROCESS-DATE.

           OPEN INPUT CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'OPEN CALENDF FS: ' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P056-READ-CALENDAR
           THRU    P056-READ-CALENDAR-EXIT
              UNTIL WS-CAL-FOUND OR WS-CALENDF-EOF

           CLOSE CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'CLOSE CALENDF FS:' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-CAL-FOUND
              DISPLAY 'NO CURRENT DATE FLAGGED ON CALENDF'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY 'CALENDAR PROCESS DATE...: ' WS-RUN-DATE
           .

       P055-GET-PROCESS-DATE-EXIT.
           EXIT.

       P056-READ-CALENDAR.

           READ CALENDF
             AT END
                MOVE 'Y' TO WS-CALENDF-EOF-SW
             NOT AT END
                IF CAL-CURRENT-DATE
                   MOVE 'Y'      TO WS-CAL-FOUND-SW
                   MOVE CAL-DATE TO WS-RUN-DATE
                END-IF
           END-READ
           .

       P056-READ-CALENDAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The feed's COLMAPF cards. A field named twice or not known,
      * a feed with no cards, or no client id column is a map that
      * cannot convert anything, and the run stops.
      *-----------------------------------------------------------------
       P100-LOAD-MAP.

           INITIALIZE WS-FIELD-MAP

           OPEN INPUT COLMAPF.

           IF WS-FS-COLMAPF NOT EQUAL '00'
              DISPLAY 'OPEN COLMAPF FS: ' WS-FS-COLMAPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P110-LOAD-MAP-CARD
           THRU    P110-LOAD-MAP-CARD-EXIT
              UNTIL WS-COLMAPF-EOF

           CLOSE COLMAPF.
           IF WS-FS-COLMAPF NOT EQUAL '00'
              DISPLAY 'CLOSE COLMAPF FS:' WS-FS-COLMAPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-MAP-CARDS EQUAL ZEROS
              DISPLAY 'NO COLMAPF CARDS FOR FEED: ' WS-FEED-ID
              MOVE 'Y' TO WS-MAP-BAD-SW
           END-IF

           IF WS-FLD-HEADER (1) EQUAL SPACES
              DISPLAY 'NO CLIENT ID COLUMN MAPPED FOR FEED: '
                       WS-FEED-ID
              MOVE 'Y' TO WS-MAP-BAD-SW
           END-IF

           IF NOT WS-FLD-MAPPED (2)
              DISPLAY 'NO CLIENT TYPE MAPPED FOR FEED: ' WS-FEED-ID
              MOVE 'Y' TO WS-MAP-BAD-SW
           END-IF

           IF WS-MAP-BAD
              DISPLAY 'COLUMN MAP UNUSABLE. NO INPUTF WRITTEN.'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-LOAD-MAP-EXIT.
           EXIT.

       P110-LOAD-MAP-CARD.

           READ COLMAPF
             AT END
                MOVE 'Y' TO WS-COLMAPF-EOF-SW
             NOT AT END
                IF CM-FEED-ID EQUAL WS-FEED-ID
                   ADD 1 TO WS-MAP-CARDS

                   PERFORM P810-FIND-FIELD
                   THRU    P810-FIND-FIELD-EXIT

                   EVALUATE TRUE
                   WHEN WS-FLD-FOUND-IX EQUAL ZERO
                      DISPLAY 'UNKNOWN FIELD ON COLMAPF: ' CM-FIELD
                      MOVE 'Y' TO WS-MAP-BAD-SW
                   WHEN WS-FLD-MAPPED (WS-FLD-FOUND-IX)
                      DISPLAY 'FIELD MAPPED TWICE ON COLMAPF: '
                               CM-FIELD
                      MOVE 'Y' TO WS-MAP-BAD-SW
                   WHEN CM-HEADER EQUAL SPACES
                    AND CM-DEFAULT EQUAL SPACES
                      DISPLAY 'NO HEADING OR DEFAULT ON COLMAPF: '
                               CM-FIELD
                      MOVE 'Y' TO WS-MAP-BAD-SW
                   WHEN OTHER
                      MOVE WS-FLD-FOUND-IX TO WS-FLD-IX
                      MOVE 'Y'        TO WS-FLD-MAPPED-SW (WS-FLD-IX)
                      MOVE CM-HEADER  TO WS-FLD-HEADER    (WS-FLD-IX)
                      MOVE CM-DEFAULT TO WS-FLD-DEFAULT   (WS-FLD-IX)

                      INSPECT WS-FLD-HEADER (WS-FLD-IX)
                         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   END-EVALUATE
                END-IF
           END-READ
           .

       P110-LOAD-MAP-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The map as it will be applied, with the header-row column
      * each heading was found in.
      *-----------------------------------------------------------------
       P150-PRINT-MAP.

           MOVE 'FIELD     HEADING                         COLUMN  '
                          TO WS-DETAIL-LINE
           MOVE 'DEFAULT' TO WS-DETAIL-LINE (51:7)
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-FLD-IX

           PERFORM P155-PRINT-MAP-FIELD
           THRU    P155-PRINT-MAP-FIELD-EXIT
              UNTIL WS-FLD-IX NOT LESS 16

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P150-PRINT-MAP-EXIT.
           EXIT.

       P155-PRINT-MAP-FIELD.

           ADD 1 TO WS-FLD-IX

           IF WS-FLD-MAPPED (WS-FLD-IX)
              MOVE SPACES                      TO WS-MAP-LINE
              MOVE WS-FDEF-NAME   (WS-FLD-IX)  TO WS-MPL-FIELD
              MOVE WS-FLD-HEADER  (WS-FLD-IX)  TO WS-MPL-HEADER
              MOVE WS-FLD-COL     (WS-FLD-IX)  TO WS-MPL-COL
              MOVE WS-FLD-DEFAULT (WS-FLD-IX)  TO WS-MPL-DEFAULT
              MOVE WS-MAP-LINE                 TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P155-PRINT-MAP-FIELD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The first row is the header row. Every heading the map names
      * must be on it; a partner dropping or renaming a column stops
      * the run rather than shifting data into the wrong fields.
      *-----------------------------------------------------------------
       P200-MATCH-HEADER-ROW.

           PERFORM P300-READ-ROW THRU P300-READ-ROW-EXIT

           IF WS-CSVIN-EOF
              DISPLAY 'CSVIN IS EMPTY. NO HEADER ROW.'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P250-PARSE-ROW THRU P250-PARSE-ROW-EXIT

           IF WS-IN-QUOTES
              DISPLAY 'UNBALANCED QUOTES ON CSVIN HEADER ROW.'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           INSPECT WS-COL-TABLE
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE ZEROS TO WS-FLD-IX

           PERFORM P210-LOCATE-COLUMN
           THRU    P210-LOCATE-COLUMN-EXIT
              UNTIL WS-FLD-IX NOT LESS 16

           IF WS-MAP-BAD
              DISPLAY 'CSVIN HEADER ROW DOES NOT MATCH COLUMN MAP.'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P200-MATCH-HEADER-ROW-EXIT.
           EXIT.

       P210-LOCATE-COLUMN.

           ADD 1 TO WS-FLD-IX

           IF WS-FLD-HEADER (WS-FLD-IX) NOT EQUAL SPACES
              MOVE ZEROS TO WS-COL-IX

              PERFORM P215-SCAN-HEADING
              THRU    P215-SCAN-HEADING-EXIT
                 UNTIL WS-COL-IX NOT LESS WS-COL-CNT
                    OR WS-FLD-COL (WS-FLD-IX) GREATER ZERO

              IF WS-FLD-COL (WS-FLD-IX) EQUAL ZERO
                 DISPLAY 'COLUMN NOT ON HEADER ROW: '
                          WS-FLD-HEADER (WS-FLD-IX)
                 MOVE 'Y' TO WS-MAP-BAD-SW
              END-IF
           END-IF
           .

       P210-LOCATE-COLUMN-EXIT.
           EXIT.

       P215-SCAN-HEADING.

           ADD 1 TO WS-COL-IX

           IF WS-COL-VALUE (WS-COL-IX) EQUAL WS-FLD-HEADER (WS-FLD-IX)
              MOVE WS-COL-IX TO WS-FLD-COL (WS-FLD-IX)
           END-IF
           .

       P215-SCAN-HEADING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Splits CSV-TEXT into WS-COL-TABLE. A comma outside quotes
      * ends a column; a quote opening a column starts a quoted
      * value, inside which commas are data and a doubled quote is
      * one quote. Spaces ahead of a value and after it are dropped.
      * WS-IN-QUOTES left on at the end of the row means a quote
      * was never closed.
      *-----------------------------------------------------------------
       P250-PARSE-ROW.

           MOVE ZEROS TO WS-COL-CNT
           MOVE 'N'   TO WS-QUOTE-SW

           PERFORM P256-OPEN-COLUMN THRU P256-OPEN-COLUMN-EXIT

           MOVE 1 TO WS-POS

           PERFORM P255-PARSE-CHAR THRU P255-PARSE-CHAR-EXIT
              UNTIL WS-POS GREATER WS-CSV-LEN

           PERFORM P258-CLOSE-COLUMN THRU P258-CLOSE-COLUMN-EXIT

           IF WS-COL-CNT GREATER 60
              MOVE 60 TO WS-COL-CNT
           END-IF
           .

       P250-PARSE-ROW-EXIT.
           EXIT.

       P255-PARSE-CHAR.

           MOVE CSV-TEXT (WS-POS:1) TO WS-CHAR

           EVALUATE TRUE
           WHEN WS-IN-QUOTES AND WS-CHAR EQUAL '"'
              IF  WS-POS LESS WS-CSV-LEN
              AND CSV-TEXT (WS-POS + 1:1) EQUAL '"'
                 PERFORM P257-ADD-CHAR THRU P257-ADD-CHAR-EXIT
                 ADD 1 TO WS-POS
              ELSE
                 MOVE 'N' TO WS-QUOTE-SW
              END-IF
           WHEN WS-IN-QUOTES
              PERFORM P257-ADD-CHAR THRU P257-ADD-CHAR-EXIT
           WHEN WS-CHAR EQUAL ','
              PERFORM P258-CLOSE-COLUMN THRU P258-CLOSE-COLUMN-EXIT
              PERFORM P256-OPEN-COLUMN  THRU P256-OPEN-COLUMN-EXIT
           WHEN WS-CHAR EQUAL '"'
            AND WS-COL-CNT NOT GREATER 60
            AND WS-COL-LEN (WS-COL-CNT) EQUAL ZERO
              MOVE 'Y' TO WS-QUOTE-SW
           WHEN WS-CHAR EQUAL SPACE
            AND WS-COL-CNT NOT GREATER 60
            AND WS-COL-LEN (WS-COL-CNT) EQUAL ZERO
              CONTINUE
           WHEN OTHER
              PERFORM P257-ADD-CHAR THRU P257-ADD-CHAR-EXIT
           END-EVALUATE

           ADD 1 TO WS-POS
           .

       P255-PARSE-CHAR-EXIT.
           EXIT.

       P256-OPEN-COLUMN.

           ADD 1 TO WS-COL-CNT

           IF WS-COL-CNT NOT GREATER 60
              MOVE ZEROS  TO WS-COL-LEN    (WS-COL-CNT)
              MOVE 'N'    TO WS-COL-OVER-SW (WS-COL-CNT)
              MOVE SPACES TO WS-COL-VALUE  (WS-COL-CNT)
           END-IF
           .

       P256-OPEN-COLUMN-EXIT.
           EXIT.

       P257-ADD-CHAR.

           IF WS-COL-CNT NOT GREATER 60
              IF WS-COL-LEN (WS-COL-CNT) LESS 60
                 ADD 1 TO WS-COL-LEN (WS-COL-CNT)
                 MOVE WS-CHAR
                   TO WS-COL-VALUE (WS-COL-CNT)
                                   (WS-COL-LEN (WS-COL-CNT):1)
              ELSE
                 MOVE 'Y' TO WS-COL-OVER-SW (WS-COL-CNT)
              END-IF
           END-IF
           .

       P257-ADD-CHAR-EXIT.
           EXIT.

       P258-CLOSE-COLUMN.

           IF WS-COL-CNT NOT GREATER 60
              PERFORM P259-TRIM-COLUMN THRU P259-TRIM-COLUMN-EXIT
                 UNTIL WS-COL-LEN (WS-COL-CNT) EQUAL ZERO
                    OR WS-COL-VALUE (WS-COL-CNT)
                                    (WS-COL-LEN (WS-COL-CNT):1)
                       NOT EQUAL SPACE
           END-IF
           .

       P258-CLOSE-COLUMN-EXIT.
           EXIT.

       P259-TRIM-COLUMN.

           SUBTRACT 1 FROM WS-COL-LEN (WS-COL-CNT)
           .

       P259-TRIM-COLUMN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A file moved off a PC can carry a carriage return at the end
      * of each row; it is dropped with any trailing spaces.
      *-----------------------------------------------------------------
       P300-READ-ROW.

           READ CSVIN
             AT END
                MOVE 'Y' TO WS-CSVIN-EOF-SW
             NOT AT END
                ADD 1 TO WS-ROWS-READ

                PERFORM P305-TRIM-ROW THRU P305-TRIM-ROW-EXIT
                   UNTIL WS-CSV-LEN EQUAL ZERO
                      OR (CSV-TEXT (WS-CSV-LEN:1) NOT EQUAL SPACE
                      AND CSV-TEXT (WS-CSV-LEN:1) NOT EQUAL X'0D')
           END-READ

           IF WS-FS-CSVIN NOT EQUAL '00' AND NOT WS-CSVIN-EOF
              DISPLAY 'READ CSVIN   FS: ' WS-FS-CSVIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P300-READ-ROW-EXIT.
           EXIT.

       P305-TRIM-ROW.

           SUBTRACT 1 FROM WS-CSV-LEN
           .

       P305-TRIM-ROW-EXIT.
           EXIT.

       P310-CONVERT-ROW.

           IF WS-CSV-LEN EQUAL ZERO
              ADD 1 TO WS-ROWS-BLANK
           ELSE
              MOVE 'N' TO WS-REJECT-SW

              PERFORM P250-PARSE-ROW THRU P250-PARSE-ROW-EXIT

              IF WS-IN-QUOTES
                 MOVE 'BQUO' TO EXC-REASON-CODE
                 MOVE 'UNBALANCED QUOTES ON DELIMITED ROW'
                 TO   EXC-REASON-TEXT
                 MOVE 'Y'    TO WS-REJECT-SW
              ELSE
                 PERFORM P400-BUILD-INPUTF
                 THRU    P400-BUILD-INPUTF-EXIT
              END-IF

              IF WS-ROW-OK
                 PERFORM P490-WRITE-INPUTF
                 THRU    P490-WRITE-INPUTF-EXIT

                 ADD 1         TO WS-ROWS-WRITTEN
                 ADD INPUTF-ID TO WS-HASH-TOTAL
              ELSE
                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              END-IF
           END-IF

           PERFORM P300-READ-ROW THRU P300-READ-ROW-EXIT
           .

       P310-CONVERT-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Builds the INPUTF card for one row. The key comes first; the
      * CLIENT-TYPE then decides which INPUTF view the rest of the
      * mapped fields fill, and fields belonging to other types are
      * left alone. The numbers are WS-FIELD-LIST positions.
      *-----------------------------------------------------------------
       P400-BUILD-INPUTF.

           MOVE SPACES TO REC-INPUT

           MOVE 1 TO WS-FLD-IX
           PERFORM P460-GET-NUMBER THRU P460-GET-NUMBER-EXIT

           IF WS-ROW-OK
              IF WS-NUM-WORK EQUAL ZEROS
                 OR WS-NUM-WORK EQUAL 999999999
                 MOVE 'BKEY' TO EXC-REASON-CODE
                 MOVE 'CLIENT ID MISSING OR RESERVED'
                 TO   EXC-REASON-TEXT
                 MOVE 'Y'    TO WS-REJECT-SW
              ELSE
                 MOVE WS-NUM-WORK TO INPUTF-ID
              END-IF
           END-IF

           IF WS-ROW-OK
              MOVE 2 TO WS-FLD-IX
              PERFORM P460-GET-NUMBER THRU P460-GET-NUMBER-EXIT
           END-IF

           IF WS-ROW-OK
              MOVE WS-NUM-WORK TO INPUTF-TYPE

              EVALUATE INPUTF-TYPE
              WHEN 1
                 PERFORM P410-BUILD-PERSONAL
                 THRU    P410-BUILD-PERSONAL-EXIT
              WHEN 2
                 PERFORM P420-BUILD-ADDRESS
                 THRU    P420-BUILD-ADDRESS-EXIT
              WHEN 3
                 PERFORM P430-BUILD-CONTACT
                 THRU    P430-BUILD-CONTACT-EXIT
              WHEN 4
                 MOVE 14 TO WS-FLD-IX
                 PERFORM P460-GET-NUMBER THRU P460-GET-NUMBER-EXIT
                 IF WS-ROW-OK
                    MOVE WS-NUM-WORK TO INPUTF-DEL-TARGET-TYPE
                 END-IF
              WHEN 5
                 PERFORM P440-BUILD-EMPLOYMENT
                 THRU    P440-BUILD-EMPLOYMENT-EXIT
              WHEN OTHER
                 MOVE 'BTYP' TO EXC-REASON-CODE
                 MOVE 'UNSUPPORTED CLIENT TYPE ON DELIMITED ROW'
                 TO   EXC-REASON-TEXT
                 MOVE 'Y'    TO WS-REJECT-SW
              END-EVALUATE
           END-IF
           .

       P400-BUILD-INPUTF-EXIT.
           EXIT.

       P410-BUILD-PERSONAL.

           MOVE 3 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-NAME

           MOVE 4 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-BDATE

           MOVE 5 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-ED-LVL

           MOVE 6 TO WS-FLD-IX
           PERFORM P470-GET-AMOUNT THRU P470-GET-AMOUNT-EXIT
           MOVE WS-AMT-WORK TO INPUTF-INCOME
           .

       P410-BUILD-PERSONAL-EXIT.
           EXIT.

       P420-BUILD-ADDRESS.

           MOVE 7 TO WS-FLD-IX
           PERFORM P460-GET-NUMBER THRU P460-GET-NUMBER-EXIT
           MOVE WS-NUM-WORK TO INPUTF-ADDR-NUMBER

           MOVE 8 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-ADDR-STREET

           MOVE 9 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-ADDR-CITY

           MOVE 10 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-ADDR-STATE

           MOVE 11 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-ADDR-ZIP
           .

       P420-BUILD-ADDRESS-EXIT.
           EXIT.

       P430-BUILD-CONTACT.

           MOVE 12 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-PHONE

           MOVE 13 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-EMAIL
           .

       P430-BUILD-CONTACT-EXIT.
           EXIT.

       P440-BUILD-EMPLOYMENT.

           MOVE 15 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-EMPLOYER-NAME

           MOVE 16 TO WS-FLD-IX
           PERFORM P450-GET-TEXT THRU P450-GET-TEXT-EXIT
           MOVE WS-VAL TO INPUTF-HIRE-DATE
           .

       P440-BUILD-EMPLOYMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The value for field WS-FLD-IX: its column on this row, or the
      * map's default where the column is empty or not mapped. A
      * value wider than the INPUTF field rejects the row rather
      * than being cut short.
      *-----------------------------------------------------------------
       P445-GET-VALUE.

           MOVE SPACES TO WS-VAL
           MOVE ZEROS  TO WS-VAL-LEN
           MOVE 'N'    TO WS-VAL-OVER-SW

           IF  WS-FLD-COL (WS-FLD-IX) GREATER ZERO
           AND WS-FLD-COL (WS-FLD-IX) NOT GREATER WS-COL-CNT
              MOVE WS-FLD-COL (WS-FLD-IX)  TO WS-COL-IX
              MOVE WS-COL-VALUE (WS-COL-IX) TO WS-VAL
              MOVE WS-COL-LEN   (WS-COL-IX) TO WS-VAL-LEN
              MOVE WS-COL-OVER-SW (WS-COL-IX) TO WS-VAL-OVER-SW
           END-IF

           IF  WS-VAL-LEN EQUAL ZERO
           AND WS-FLD-DEFAULT (WS-FLD-IX) NOT EQUAL SPACES
              MOVE WS-FLD-DEFAULT (WS-FLD-IX) TO WS-VAL
              MOVE 20                         TO WS-VAL-LEN

              PERFORM P447-TRIM-VALUE THRU P447-TRIM-VALUE-EXIT
                 UNTIL WS-VAL (WS-VAL-LEN:1) NOT EQUAL SPACE
           END-IF

           IF WS-VAL-OVERFLOW
              OR WS-VAL-LEN GREATER WS-FDEF-MAX (WS-FLD-IX)
              MOVE 'BLEN' TO EXC-REASON-CODE
              MOVE SPACES TO EXC-REASON-TEXT
              STRING 'VALUE TOO LONG FOR FIELD '
                                      DELIMITED BY SIZE
                     WS-FDEF-NAME (WS-FLD-IX)
                                      DELIMITED BY SPACE
                INTO EXC-REASON-TEXT
              END-STRING
              MOVE 'Y'    TO WS-REJECT-SW
           END-IF
           .

       P445-GET-VALUE-EXIT.
           EXIT.

       P447-TRIM-VALUE.

           SUBTRACT 1 FROM WS-VAL-LEN
           .

       P447-TRIM-VALUE-EXIT.
           EXIT.

       P450-GET-TEXT.

           IF WS-ROW-OK
              PERFORM P445-GET-VALUE THRU P445-GET-VALUE-EXIT
           END-IF
           .

       P450-GET-TEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Unsigned whole number into WS-NUM-WORK; an empty value is
      * zero. Anything but digits rejects the row.
      *-----------------------------------------------------------------
       P460-GET-NUMBER.

           MOVE ZEROS TO WS-NUM-WORK

           IF WS-ROW-OK
              PERFORM P445-GET-VALUE THRU P445-GET-VALUE-EXIT
           END-IF

           IF WS-ROW-OK
              MOVE 1 TO WS-POS

              PERFORM P465-ADD-DIGIT THRU P465-ADD-DIGIT-EXIT
                 UNTIL WS-POS GREATER WS-VAL-LEN
                    OR WS-REJECTED-ROW
           END-IF
           .

       P460-GET-NUMBER-EXIT.
           EXIT.

       P465-ADD-DIGIT.

           MOVE WS-VAL (WS-POS:1) TO WS-CHAR

           IF WS-CHAR NUMERIC
              COMPUTE WS-NUM-WORK = WS-NUM-WORK * 10 + WS-DIGIT
           ELSE
              MOVE 'BNUM' TO EXC-REASON-CODE
              MOVE SPACES TO EXC-REASON-TEXT
              STRING 'NON-NUMERIC VALUE FOR FIELD '
                                      DELIMITED BY SIZE
                     WS-FDEF-NAME (WS-FLD-IX)
                                      DELIMITED BY SPACE
                INTO EXC-REASON-TEXT
              END-STRING
              MOVE 'Y'    TO WS-REJECT-SW
           END-IF

           ADD 1 TO WS-POS
           .

       P465-ADD-DIGIT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Signed amount into WS-AMT-WORK: an optional leading sign,
      * digits with any thousands commas or dollar sign, and at most
      * two decimal places -- within INPUTF-INCOME's seven whole
      * digits. An empty value is zero.
      *-----------------------------------------------------------------
       P470-GET-AMOUNT.

           MOVE ZEROS TO WS-AMT-WORK
                         WS-AMT-CENTS
                         WS-DIGIT-CNT
                         WS-DEC-CNT
           MOVE 'N'   TO WS-NEGATIVE-SW
                         WS-POINT-SW

           IF WS-ROW-OK
              PERFORM P445-GET-VALUE THRU P445-GET-VALUE-EXIT
           END-IF

           IF WS-ROW-OK AND WS-VAL-LEN GREATER ZERO
              MOVE 1 TO WS-POS

              IF WS-VAL (1:1) EQUAL '-'
                 MOVE 'Y' TO WS-NEGATIVE-SW
                 MOVE 2   TO WS-POS
              END-IF

              IF WS-VAL (1:1) EQUAL '+'
                 MOVE 2   TO WS-POS
              END-IF

              PERFORM P475-ADD-AMOUNT-CHAR
              THRU    P475-ADD-AMOUNT-CHAR-EXIT
                 UNTIL WS-POS GREATER WS-VAL-LEN
                    OR WS-REJECTED-ROW

              IF WS-ROW-OK
                 AND (WS-DIGIT-CNT EQUAL ZERO
                  OR  WS-DIGIT-CNT GREATER 7)
                 MOVE 'Y' TO WS-REJECT-SW
              END-IF

              IF WS-ROW-OK
                 IF WS-DEC-CNT EQUAL 1
                    MULTIPLY 10 BY WS-AMT-CENTS
                 END-IF

                 IF WS-DEC-CNT EQUAL ZERO
                    MULTIPLY 100 BY WS-AMT-CENTS
                 END-IF

                 COMPUTE WS-AMT-WORK = WS-AMT-CENTS / 100

                 IF WS-NEGATIVE
                    COMPUTE WS-AMT-WORK = ZERO - WS-AMT-WORK
                 END-IF
              ELSE
                 MOVE 'BAMT' TO EXC-REASON-CODE
                 MOVE SPACES TO EXC-REASON-TEXT
                 STRING 'INVALID AMOUNT FOR FIELD '
                                         DELIMITED BY SIZE
                        WS-FDEF-NAME (WS-FLD-IX)
                                         DELIMITED BY SPACE
                   INTO EXC-REASON-TEXT
                 END-STRING
              END-IF
           END-IF
           .

       P470-GET-AMOUNT-EXIT.
           EXIT.

       P475-ADD-AMOUNT-CHAR.

           MOVE WS-VAL (WS-POS:1) TO WS-CHAR

           EVALUATE TRUE
           WHEN WS-CHAR NUMERIC
              IF WS-POINT-SEEN
                 ADD 1 TO WS-DEC-CNT
              ELSE
                 ADD 1 TO WS-DIGIT-CNT
              END-IF

              IF WS-DEC-CNT GREATER 2
                 MOVE 'Y' TO WS-REJECT-SW
              ELSE
                 COMPUTE WS-AMT-CENTS = WS-AMT-CENTS * 10 + WS-DIGIT
              END-IF
           WHEN WS-CHAR EQUAL '.' AND NOT WS-POINT-SEEN
              MOVE 'Y' TO WS-POINT-SW
           WHEN (WS-CHAR EQUAL ',' OR WS-CHAR EQUAL '$')
            AND NOT WS-POINT-SEEN
              CONTINUE
           WHEN OTHER
              MOVE 'Y' TO WS-REJECT-SW
           END-EVALUATE

           ADD 1 TO WS-POS
           .

       P475-ADD-AMOUNT-CHAR-EXIT.
           EXIT.

       P490-WRITE-INPUTF.

           WRITE REC-INPUT
           END-WRITE

           IF WS-FS-INPUTF NOT EQUAL '00'
              DISPLAY 'WRITE INPUTF FS: ' WS-FS-INPUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P490-WRITE-INPUTF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The row's own text goes to EXCEPF as far as EXC-INPUT holds
      * it; REPORTF lists the row number so the whole row can be
      * found in the partner's file.
      *-----------------------------------------------------------------
       P900-WRITE-EXCEPTION.

           MOVE SPACES           TO EXC-INPUT
           IF WS-CSV-LEN GREATER 80
              MOVE CSV-TEXT (1:80)          TO EXC-INPUT
           ELSE
              MOVE CSV-TEXT (1:WS-CSV-LEN)  TO EXC-INPUT
           END-IF

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF FS:  ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-REJECTED

           MOVE WS-ROWS-READ     TO WS-RJL-ROW
           MOVE EXC-REASON-CODE  TO WS-RJL-CODE
           MOVE EXC-REASON-TEXT  TO WS-RJL-TEXT
           MOVE WS-REJECT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P900-WRITE-EXCEPTION-EXIT.
           EXIT.

       P950-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ROWS READ'         TO WS-RPT-CNT-LABEL
           MOVE WS-ROWS-READ        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'BLANK ROWS SKIPPED' TO WS-RPT-CNT-LABEL
           MOVE WS-ROWS-BLANK       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'INPUTF CARDS WRITTEN' TO WS-RPT-CNT-LABEL
           MOVE WS-ROWS-WRITTEN     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ROWS REJECTED'     TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P950-WRITE-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Looks CM-FIELD up in WS-FIELD-LIST.
      *-----------------------------------------------------------------
       P810-FIND-FIELD.

           MOVE ZEROS TO WS-FLD-FOUND-IX
                         WS-FLD-IX

           PERFORM P815-SCAN-FIELD THRU P815-SCAN-FIELD-EXIT
              UNTIL WS-FLD-IX NOT LESS 16
                 OR WS-FLD-FOUND-IX GREATER ZERO
           .

       P810-FIND-FIELD-EXIT.
           EXIT.

       P815-SCAN-FIELD.

           ADD 1 TO WS-FLD-IX

           IF WS-FDEF-NAME (WS-FLD-IX) EQUAL CM-FIELD
              MOVE WS-FLD-IX TO WS-FLD-FOUND-IX
           END-IF
           .

       P815-SCAN-FIELD-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
