      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Remnant inventory and scrap report for length-stocked items.
      * Every piece on the remnant file (see REMNTF.cpy) lists by item
      * and location with its length and its age in days since it was
      * cut, in age bands the yard works the rack by; a second page
      * lists the pieces shorter than the PARAMF minimum usable length,
      * which will never fill an order and belong in the scrap bin.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST45.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT REMNTF   ASSIGN TO REMNTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS RM-KEY
                  FILE STATUS   IS WS-FS-REMNTF.

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

       FD  REMNTF.

       COPY REMNTF.

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
           05  WS-FS-REMNTF              PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-REMNANTS-READ          PIC 9(009) VALUE ZEROS.
           05  WS-SCRAP-PIECES           PIC 9(009) VALUE ZEROS.
           05  WS-SCRAP-INCHES           PIC 9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-RTB-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-BND-IX                 PIC 9(001) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY               PIC 9(004).
           05  WS-RUN-MM                 PIC 9(002).
           05  WS-RUN-DD                 PIC 9(002).

      *-----------------------------------------------------------------
      * Ages run on the shop's 360-day pseudo-julian count (year times
      * 360 plus month times 30 plus day).
      *-----------------------------------------------------------------
       01  WS-DATE-CALC.
           05  WS-RUN-DAYS               PIC 9(007) VALUE ZEROS.
           05  WS-CUT-DAYS               PIC 9(007) VALUE ZEROS.
           05  WS-AGE-DAYS               PIC S9(007) VALUE ZEROS.
           05  WS-CALC-DATE              PIC 9(008) VALUE ZEROS.
           05  WS-CALC-DATE-X REDEFINES WS-CALC-DATE.
               10  WS-CALC-YYYY          PIC 9(004).
               10  WS-CALC-MM            PIC 9(002).
               10  WS-CALC-DD            PIC 9(002).
           05  WS-LEN-WORK               PIC 9(005)V9(004)
                                          VALUE ZEROS.
           05  WS-LEN-FEET               PIC 9(004) VALUE ZEROS.
           05  WS-LEN-INCHES             PIC 9(002)V9(004)
                                          VALUE ZEROS.

      *-----------------------------------------------------------------
      * Compiled default only -- overridden at startup from PARAMF key
      * ST45-MIN-LENGTH (whole inches; a shorter piece is scrap).
      *-----------------------------------------------------------------
       01  WS-MIN-LENGTH                 PIC S9(007) VALUE +0000012.

      *-----------------------------------------------------------------
      * Age bands: the upper day limit of each band, the last open.
      *-----------------------------------------------------------------
       01  WS-BAND-VALUES.
           05  FILLER                    PIC X(012) VALUE
                                          '0030  0-30  '.
           05  FILLER                    PIC X(012) VALUE
                                          '0090 31-90  '.
           05  FILLER                    PIC X(012) VALUE
                                          '018091-180  '.
           05  FILLER                    PIC X(012) VALUE
                                          '9999OVER 180'.
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05  WS-BAND-ENTRY OCCURS 4 TIMES.
               10  WS-BAND-LIMIT         PIC 9(004).
               10  WS-BAND-LABEL         PIC X(008).

       01  WS-BAND-TOTALS.
           05  WS-BAND-TOTAL OCCURS 4 TIMES.
               10  WS-BAND-PIECES        PIC 9(009).
               10  WS-BAND-INCHES        PIC 9(009)V9(004).

      *-----------------------------------------------------------------
      * Scrap pieces held for the second page.
      *-----------------------------------------------------------------
       01  WS-RTB-TABLE.
           05  WS-RTB-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-RTB-ENTRY OCCURS 2000 TIMES.
               10  WS-RTB-ITEM           PIC X(009).
               10  WS-RTB-LOCATION       PIC 9(003).
               10  WS-RTB-LENGTH         PIC 9(005)V9(004).
               10  WS-RTB-CUT-DATE       PIC 9(008).
               10  WS-RTB-AGE            PIC S9(007).
               10  WS-RTB-ORDER-NO       PIC X(010).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-REMNTF-OFF-SW          PIC X(001) VALUE 'N'.
               88  WS-REMNTF-OFF             VALUE 'Y'.
           05  WS-TABLE-FULL-SW          PIC X(001) VALUE 'N'.
               88  WS-TABLE-FULL             VALUE 'Y'.

       01  WS-REMNANT-LINE.
           05  WS-RML-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RML-LOCATION           PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RML-FEET               PIC ZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(004) VALUE ' FT '.
           05  WS-RML-INCHES             PIC Z9.99 VALUE ZEROS.
           05  FILLER                    PIC X(003) VALUE ' IN'.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RML-CUT-DATE           PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RML-AGE                PIC ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RML-BAND               PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RML-ORDER-NO           PIC X(010) VALUE SPACES.

       01  WS-BAND-LINE.
           05  WS-BDL-LABEL              PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-BDL-PIECES             PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-BDL-INCHES             PIC ZZZ,ZZZ,ZZ9.99
                                          VALUE ZEROS.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST45 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-RUN-DAYS = WS-RUN-YYYY * 360
                               + WS-RUN-MM * 30
                               + WS-RUN-DD

           INITIALIZE WS-BAND-TOTALS

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           MOVE 'REMNANT INVENTORY BY AGE'
                                    TO WS-RPT-TITLE
           MOVE 'COBST45 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ITEM ID    LOC'    TO WS-COLUMN-HEADING (1:14)
           MOVE 'LENGTH'            TO WS-COLUMN-HEADING (17:6)
           MOVE 'CUT ON'            TO WS-COLUMN-HEADING (35:6)
           MOVE 'AGE'               TO WS-COLUMN-HEADING (49:3)
           MOVE 'BAND'              TO WS-COLUMN-HEADING (54:4)
           MOVE 'ORDER NO'          TO WS-COLUMN-HEADING (64:8)

           IF NOT WS-REMNTF-OFF
              PERFORM P200-LIST-REMNANT THRU P200-LIST-REMNANT-EXIT
                 UNTIL WS-EOF
           END-IF

           PERFORM P300-PRINT-BANDS THRU P300-PRINT-BANDS-EXIT

           PERFORM P400-PRINT-SCRAP THRU P400-PRINT-SCRAP-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'REMNANTS READ.....: ' WS-REMNANTS-READ.
           DISPLAY 'SCRAP PIECES......: ' WS-SCRAP-PIECES.
           DISPLAY 'SCRAP INCHES......: ' WS-SCRAP-INCHES.
           DISPLAY '--------------------'.

           DISPLAY 'COBST45 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Scrap threshold from the shared runtime parameter file (see
      * PARAMF.cpy). A missing file or missing row leaves the compiled
      * default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'ST45-MIN-LENGTH ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST45-MIN-LENGTH'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE NOT LESS ZEROS
                      AND PRM-VALUE NOT GREATER 9999
                      MOVE PRM-VALUE TO WS-MIN-LENGTH
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST45-MIN-LENGTH'
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

           DISPLAY 'MINIMUM USABLE INCHES...: ' WS-MIN-LENGTH
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

       P100-OPEN-FILES.

      *-----------------------------------------------------------------
      * A region that has never cut to length has no remnant cluster;
      * the report prints empty.
      *-----------------------------------------------------------------
           OPEN INPUT REMNTF.

           EVALUATE TRUE
           WHEN WS-FS-REMNTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-REMNTF EQUAL '35'
              DISPLAY 'REMNTF NOT DEFINED. NO REMNANTS TO LIST.'
              MOVE 'Y' TO WS-REMNTF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN REMNTF  FS: ' WS-FS-REMNTF
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

           IF NOT WS-REMNTF-OFF
              CLOSE REMNTF

              IF WS-FS-REMNTF NOT EQUAL '00'
                 DISPLAY 'CLOSE REMNTF  FS:' WS-FS-REMNTF
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

       P200-LIST-REMNANT.

           READ REMNTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-REMNANTS-READ

                PERFORM P210-AGE-REMNANT THRU P210-AGE-REMNANT-EXIT
           END-READ
           .

       P200-LIST-REMNANT-EXIT.
           EXIT.

       P210-AGE-REMNANT.

           MOVE RM-CUT-DATE TO WS-CALC-DATE

           COMPUTE WS-CUT-DAYS = WS-CALC-YYYY * 360
                               + WS-CALC-MM * 30
                               + WS-CALC-DD

           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-CUT-DAYS

           IF WS-AGE-DAYS LESS ZERO
              MOVE ZEROS TO WS-AGE-DAYS
           END-IF

           MOVE 1 TO WS-BND-IX

           PERFORM P220-FIND-BAND THRU P220-FIND-BAND-EXIT
              UNTIL WS-BND-IX NOT LESS 4
                 OR WS-AGE-DAYS NOT GREATER
                    WS-BAND-LIMIT (WS-BND-IX)

           ADD 1         TO WS-BAND-PIECES (WS-BND-IX)
           ADD RM-LENGTH TO WS-BAND-INCHES (WS-BND-IX)

           MOVE RM-LENGTH TO WS-LEN-WORK

           PERFORM P230-SPLIT-LENGTH THRU P230-SPLIT-LENGTH-EXIT

           MOVE SPACES                     TO WS-DETAIL-LINE
           MOVE RM-ITEM-ID                 TO WS-RML-ITEM
           MOVE RM-LOCATION                TO WS-RML-LOCATION
           MOVE WS-LEN-FEET                TO WS-RML-FEET
           MOVE WS-LEN-INCHES              TO WS-RML-INCHES
           MOVE RM-CUT-DATE                TO WS-RML-CUT-DATE
           MOVE WS-AGE-DAYS                TO WS-RML-AGE
           MOVE WS-BAND-LABEL (WS-BND-IX)  TO WS-RML-BAND
           MOVE RM-ORDER-NO                TO WS-RML-ORDER-NO

           MOVE WS-REMNANT-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           IF RM-LENGTH LESS WS-MIN-LENGTH
              ADD 1         TO WS-SCRAP-PIECES
              ADD RM-LENGTH TO WS-SCRAP-INCHES

              PERFORM P240-HOLD-SCRAP THRU P240-HOLD-SCRAP-EXIT
           END-IF
           .

       P210-AGE-REMNANT-EXIT.
           EXIT.

       P220-FIND-BAND.

           ADD 1 TO WS-BND-IX
           .

       P220-FIND-BAND-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Inches to feet and inches for the listing.
      *-----------------------------------------------------------------
       P230-SPLIT-LENGTH.

           DIVIDE WS-LEN-WORK BY 12 GIVING WS-LEN-FEET
              REMAINDER WS-LEN-INCHES
           .

       P230-SPLIT-LENGTH-EXIT.
           EXIT.

       P240-HOLD-SCRAP.

           IF WS-RTB-CNT NOT LESS 2000
              IF NOT WS-TABLE-FULL
                 DISPLAY 'SCRAP TABLE FULL. LATER PIECES NOT LISTED.'
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           ELSE
              ADD 1 TO WS-RTB-CNT

              MOVE RM-ITEM-ID  TO WS-RTB-ITEM (WS-RTB-CNT)
              MOVE RM-LOCATION TO WS-RTB-LOCATION (WS-RTB-CNT)
              MOVE RM-LENGTH   TO WS-RTB-LENGTH (WS-RTB-CNT)
              MOVE RM-CUT-DATE TO WS-RTB-CUT-DATE (WS-RTB-CNT)
              MOVE WS-AGE-DAYS TO WS-RTB-AGE (WS-RTB-CNT)
              MOVE RM-ORDER-NO TO WS-RTB-ORDER-NO (WS-RTB-CNT)
           END-IF
           .

       P240-HOLD-SCRAP-EXIT.
           EXIT.

       P300-PRINT-BANDS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'AGE BAND        PIECES   TOTAL INCHES'
                                    TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-BND-IX

           PERFORM P310-PRINT-ONE-BAND THRU P310-PRINT-ONE-BAND-EXIT
              UNTIL WS-BND-IX NOT LESS 4

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REMNANTS ON FILE'  TO WS-RPT-CNT-LABEL
           MOVE WS-REMNANTS-READ    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P300-PRINT-BANDS-EXIT.
           EXIT.

       P310-PRINT-ONE-BAND.

           ADD 1 TO WS-BND-IX

           MOVE SPACES                      TO WS-BAND-LINE
           MOVE WS-BAND-LABEL (WS-BND-IX)   TO WS-BDL-LABEL
           MOVE WS-BAND-PIECES (WS-BND-IX)  TO WS-BDL-PIECES
           MOVE WS-BAND-INCHES (WS-BND-IX)  TO WS-BDL-INCHES

           MOVE WS-BAND-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P310-PRINT-ONE-BAND-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Page two: the pieces below the minimum usable length.
      *-----------------------------------------------------------------
       P400-PRINT-SCRAP.

           MOVE 'REMNANTS BELOW MINIMUM USABLE LENGTH'
                                    TO WS-RPT-TITLE
           MOVE 999                 TO WS-RPT-LINE-CTR

           MOVE ZEROS TO WS-RTB-IX

           PERFORM P410-PRINT-SCRAP-PIECE
           THRU    P410-PRINT-SCRAP-PIECE-EXIT
              UNTIL WS-RTB-IX NOT LESS WS-RTB-CNT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'SCRAP PIECES'      TO WS-RPT-CNT-LABEL
           MOVE WS-SCRAP-PIECES     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'MINIMUM INCHES'    TO WS-RPT-CNT-LABEL
           MOVE WS-MIN-LENGTH       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P400-PRINT-SCRAP-EXIT.
           EXIT.

       P410-PRINT-SCRAP-PIECE.

           ADD 1 TO WS-RTB-IX

           MOVE WS-RTB-LENGTH (WS-RTB-IX) TO WS-LEN-WORK

           PERFORM P230-SPLIT-LENGTH THRU P230-SPLIT-LENGTH-EXIT

           MOVE SPACES                     TO WS-REMNANT-LINE
           MOVE WS-RTB-ITEM (WS-RTB-IX)    TO WS-RML-ITEM
           MOVE WS-RTB-LOCATION (WS-RTB-IX)
                                           TO WS-RML-LOCATION
           MOVE WS-LEN-FEET                TO WS-RML-FEET
           MOVE WS-LEN-INCHES              TO WS-RML-INCHES
           MOVE WS-RTB-CUT-DATE (WS-RTB-IX)
                                           TO WS-RML-CUT-DATE
           MOVE WS-RTB-AGE (WS-RTB-IX)     TO WS-RML-AGE
           MOVE 'SCRAP'                    TO WS-RML-BAND
           MOVE WS-RTB-ORDER-NO (WS-RTB-IX)
                                           TO WS-RML-ORDER-NO

           MOVE WS-REMNANT-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P410-PRINT-SCRAP-PIECE-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
