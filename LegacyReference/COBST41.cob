      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Monthly demand forecast and reorder-point recalculation. The
      * order history (see ORDHSTF.cpy) is bucketed by month, up to
      * two years back from the month before the run; each item's
      * monthly level, seasonal shape and month-to-month variability
      * come out of its buckets, and with the preferred vendor's lead
      * time (see ITMVENF.cpy/VENDORF.cpy, the same sourcing COBST12
      * plans on) and the PARAMF service level they give a lead-time
      * demand, a safety stock and a recommended reorder point. The
      * listing prints every recommendation against the item's
      * current STOCK-QUANTITY-CHECK.
      *
      * Mode card (SYSIN): 'UPDATE' in cols 1-6 applies the accepted
      * recommendations to the item's ITEM-USER record as an 'L'
      * quantity check and prints a before/after listing by buyer;
      * anything else is the trial pass the buyers review first.
      * COBST12 stretches the stored check by the lead time before it
      * compares on-hand, so the check stored is the one COBST12
      * stretches back to the recommended reorder point.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST41.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT ORDHSTF  ASSIGN TO ORDHSTF
                  FILE STATUS IS WS-FS-ORDHSTF.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

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

       FD  ORDHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY ORDHSTF.

       FD  STOCKM.

       COPY stock.

       FD  ITMVENF.

       COPY ITMVENF.

       FD  VENDORF.

       COPY VENDORF.

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
           05  WS-FS-ORDHSTF             PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-ITMVENF             PIC X(002) VALUE SPACES.
           05  WS-FS-VENDORF             PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-HIST-READ              PIC 9(009) VALUE ZEROS.
           05  WS-HIST-BUCKETED          PIC 9(009) VALUE ZEROS.
           05  WS-HIST-UNUSED            PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-FORECAST         PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-ACCEPTED         PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-HELD             PIC 9(009) VALUE ZEROS.
           05  WS-ITEMS-APPLIED          PIC 9(009) VALUE ZEROS.
           05  WS-FCI-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-FCI-FOUND-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-GRP-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-GROUP-BUYER            PIC 9(003) VALUE ZEROS.
           05  WS-BKT-IX                 PIC 9(002) VALUE ZEROS.
           05  WS-CAL-IX                 PIC 9(002) VALUE ZEROS.
           05  WS-Z-IX                   PIC 9(002) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY               PIC 9(004).
           05  WS-RUN-MM                 PIC 9(002).
           05  WS-RUN-DD                 PIC 9(002).

      *-----------------------------------------------------------------
      * Months are numbered serially (year times twelve plus month
      * less one) so months back is a subtraction and the calendar
      * month is the remainder over twelve.
      *-----------------------------------------------------------------
       01  WS-MONTH-CALC.
           05  WS-RUN-SERIAL             PIC 9(006) VALUE ZEROS.
           05  WS-ROW-SERIAL             PIC 9(006) VALUE ZEROS.
           05  WS-MONTH-SERIAL           PIC 9(006) VALUE ZEROS.
           05  WS-MONTHS-BACK            PIC S9(006) VALUE ZEROS.
           05  WS-MONTH-QUOT             PIC 9(006) VALUE ZEROS.
           05  WS-MONTH-REM              PIC 9(002) VALUE ZEROS.
           05  WS-CAL-MONTH              PIC 9(002) VALUE ZEROS.
           05  WS-AHEAD                  PIC 9(003) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Compiled defaults only -- overridden at startup from PARAMF
      * keys ST41-SERVICE-PCT (whole-percent chance of not stocking
      * out over the lead time), ST41-MIN-MONTHS (months of history
      * an item needs before its reorder point is touched),
      * ST41-CHANGE-PCT (whole-percent move in the check worth
      * applying) and ST41-DFLT-LEAD (lead days for an item with no
      * vendor link).
      *-----------------------------------------------------------------
       01  WS-SERVICE-PCT                PIC S9(007) VALUE +0000095.
       01  WS-MIN-MONTHS                 PIC S9(007) VALUE +0000006.
       01  WS-CHANGE-PCT                 PIC S9(007) VALUE +0000010.
       01  WS-DFLT-LEAD                  PIC S9(007) VALUE +0000030.

      *-----------------------------------------------------------------
      * Normal-table safety factors by service level: the highest
      * level not above the PARAMF percentage applies.
      *-----------------------------------------------------------------
       01  WS-Z-VALUES.
           05  FILLER                    PIC X(007) VALUE '0500000'.
           05  FILLER                    PIC X(007) VALUE '0800842'.
           05  FILLER                    PIC X(007) VALUE '0851036'.
           05  FILLER                    PIC X(007) VALUE '0901282'.
           05  FILLER                    PIC X(007) VALUE '0951645'.
           05  FILLER                    PIC X(007) VALUE '0971881'.
           05  FILLER                    PIC X(007) VALUE '0982054'.
           05  FILLER                    PIC X(007) VALUE '0992326'.
       01  WS-Z-TABLE REDEFINES WS-Z-VALUES.
           05  WS-Z-ENTRY OCCURS 8 TIMES.
               10  WS-Z-PCT              PIC 9(003).
               10  WS-Z-FACTOR           PIC 9(001)V9(003).

       01  WS-Z-IN-EFFECT                PIC 9(001)V9(003) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Mode card (SYSIN): 'UPDATE' in cols 1-6 applies the accepted
      * reorder points; anything else is the trial pass.
      *-----------------------------------------------------------------
       01  WS-MODE-CARD.
           05  WS-MODE-REQUEST           PIC X(006).
               88  WS-UPDATE-MODE            VALUE 'UPDATE'.
           05  FILLER                    PIC X(074).

      *-----------------------------------------------------------------
      * One entry per item with dated history: bucket 1 is last
      * month, bucket 24 two years back. WS-FCI-SPAN is how far back
      * the item's oldest demand reaches.
      *-----------------------------------------------------------------
       01  WS-FCI-TABLE.
           05  WS-FCI-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-FCI-ENTRY OCCURS 500 TIMES.
               10  WS-FCI-ITEM           PIC X(009).
               10  WS-FCI-BUCKET         PIC S9(009)
                                         OCCURS 24 TIMES.
               10  WS-FCI-SPAN           PIC 9(002).
               10  WS-FCI-BUYER          PIC 9(003).
               10  WS-FCI-DESC           PIC X(020).
               10  WS-FCI-LEAD           PIC 9(003).
               10  WS-FCI-OLD-IND        PIC X(001).
               10  WS-FCI-OLD-CHECK      PIC S9(007).
               10  WS-FCI-NEW-CHECK      PIC S9(007).
               10  WS-FCI-ACTION         PIC X(008).
               10  WS-FCI-PRINTED-SW     PIC X(001).

      *-----------------------------------------------------------------
      * Per-item working fields for the forecast arithmetic.
      *-----------------------------------------------------------------
       01  WS-ITEM-WORK.
           05  WS-ITM-USER-TYPE          PIC X(001) VALUE SPACES.
           05  WS-ITM-ON-FILE-SW         PIC X(001) VALUE 'N'.
               88  WS-ITM-ON-FILE            VALUE 'Y'.
           05  WS-ITM-DISCONTINUED-SW    PIC X(001) VALUE 'N'.
               88  WS-ITM-DISCONTINUED       VALUE 'Y'.
           05  WS-ITM-VENDOR             PIC X(006) VALUE SPACES.
           05  WS-ITM-LEAD-DAYS          PIC 9(003) VALUE ZEROS.
           05  WS-TOTAL-DEMAND           PIC S9(011) VALUE ZEROS.
           05  WS-LEVEL                  PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-FCST-MONTH             PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-RESIDUAL               PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-SUM-SQUARES            PIC S9(017)V9(004)
                                          VALUE ZEROS.
           05  WS-SIGMA                  PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-LEAD-DEMAND            PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-LEAD-FACTOR            PIC S9(003)V9(006)
                                          VALUE ZEROS.
           05  WS-SAFETY                 PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-NEW-ROP                PIC S9(009) VALUE ZEROS.
           05  WS-CUR-ROP                PIC S9(009) VALUE ZEROS.
           05  WS-CHECK-DELTA            PIC S9(009) VALUE ZEROS.
           05  WS-DAYS-LEFT              PIC S9(005) VALUE ZEROS.
           05  WS-DAYS-PORTION           PIC S9(005) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Seasonal shape by calendar month (1 = January): the month's
      * average demand over the years seen, as a ratio of the item's
      * monthly level.
      *-----------------------------------------------------------------
       01  WS-SEASON-TABLE.
           05  WS-SEASON-ENTRY OCCURS 12 TIMES.
               10  WS-SEA-SUM            PIC S9(011).
               10  WS-SEA-SEEN           PIC 9(002).
               10  WS-SEA-INDEX          PIC S9(003)V9(004).

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-HIST-EOF               VALUE 'Y'.
           05  WS-ITMVENF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-ITMVENF-OFF            VALUE 'Y'.
           05  WS-IV-EOF-SW              PIC X(001) VALUE 'N'.
               88  WS-IV-EOF                 VALUE 'Y'.
           05  WS-IV-FOUND-SW            PIC X(001) VALUE 'N'.
               88  WS-IV-FOUND               VALUE 'Y'.

       01  WS-REC-LINE.
           05  WS-RCL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RCL-LEAD               PIC ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RCL-FCST               PIC ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RCL-SIGMA              PIC ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RCL-SAFETY             PIC ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RCL-CUR-ROP            PIC -Z,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RCL-NEW-ROP            PIC Z,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RCL-NEW-CHK            PIC Z,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RCL-ACTION             PIC X(008) VALUE SPACES.

       01  WS-BUYER-HDG-LINE.
           05  FILLER                    PIC X(007) VALUE 'BUYER: '.
           05  WS-BUYER-HDG-NO           PIC 9(003) VALUE ZEROS.
           05  FILLER                    PIC X(070) VALUE SPACES.

       01  WS-APPLIED-LINE.
           05  WS-APL-ITEM               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-APL-DESC               PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-APL-OLD-IND            PIC X(001) VALUE SPACES.
           05  WS-APL-OLD-CHECK          PIC -Z,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(003) VALUE SPACES.
           05  WS-APL-NEW-IND            PIC X(001) VALUE SPACES.
           05  WS-APL-NEW-CHECK          PIC -Z,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(003) VALUE SPACES.
           05  WS-APL-LEAD               PIC ZZ9 VALUE ZEROS.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBST41 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MODE-CARD FROM SYSIN.

           COMPUTE WS-RUN-SERIAL = WS-RUN-YYYY * 12 + WS-RUN-MM - 1

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           MOVE 'DEMAND FORECAST AND REORDER POINTS'
                                    TO WS-RPT-TITLE
           MOVE 'COBST41 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE         TO WS-RPT-HDG-DATE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ITEM ID'           TO WS-COLUMN-HEADING (1:7)
           MOVE 'LEAD'              TO WS-COLUMN-HEADING (10:4)
           MOVE 'FCST/MO'           TO WS-COLUMN-HEADING (15:7)
           MOVE '  SIGMA'           TO WS-COLUMN-HEADING (23:7)
           MOVE ' SAFETY'           TO WS-COLUMN-HEADING (31:7)
           MOVE '   CUR ROP'        TO WS-COLUMN-HEADING (39:10)
           MOVE '  NEW ROP'         TO WS-COLUMN-HEADING (50:9)
           MOVE '  NEW CHK'         TO WS-COLUMN-HEADING (60:9)
           MOVE 'ACTION'            TO WS-COLUMN-HEADING (70:6)

           PERFORM P200-BUCKET-HISTORY
           THRU    P200-BUCKET-HISTORY-EXIT

           MOVE ZEROS TO WS-FCI-IX

           PERFORM P300-FORECAST-ITEM
           THRU    P300-FORECAST-ITEM-EXIT
              UNTIL WS-FCI-IX NOT LESS WS-FCI-CNT

           IF WS-UPDATE-MODE
              PERFORM P600-PRINT-APPLIED
              THRU    P600-PRINT-APPLIED-EXIT
           END-IF

           PERFORM P700-PRINT-TOTALS THRU P700-PRINT-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'HISTORY ROWS READ.: ' WS-HIST-READ.
           DISPLAY 'ROWS IN A MONTH...: ' WS-HIST-BUCKETED.
           DISPLAY 'ROWS NOT BUCKETED.: ' WS-HIST-UNUSED.
           DISPLAY 'ITEMS FORECAST....: ' WS-ITEMS-FORECAST.
           DISPLAY 'CHANGES ACCEPTED..: ' WS-ITEMS-ACCEPTED.
           DISPLAY 'ITEMS HELD........: ' WS-ITEMS-HELD.
           DISPLAY 'CHECKS APPLIED....: ' WS-ITEMS-APPLIED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST41 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Forecast settings from the shared runtime parameter file (see
      * PARAMF.cpy). A missing file or missing row leaves the compiled
      * default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'ST41-SERVICE-PCT' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST41-SERVICE-PCT'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE NOT LESS 50
                      AND PRM-VALUE LESS 100
                      MOVE PRM-VALUE TO WS-SERVICE-PCT
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST41-SERVICE-PCT'
                   END-IF
              END-READ

              MOVE 'ST41-MIN-MONTHS ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST41-MIN-MONTHS'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZEROS
                      AND PRM-VALUE NOT GREATER 24
                      MOVE PRM-VALUE TO WS-MIN-MONTHS
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST41-MIN-MONTHS'
                   END-IF
              END-READ

              MOVE 'ST41-CHANGE-PCT ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST41-CHANGE-PCT'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE NOT LESS ZEROS
                      MOVE PRM-VALUE TO WS-CHANGE-PCT
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST41-CHANGE-PCT'
                   END-IF
              END-READ

              MOVE 'ST41-DFLT-LEAD  ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ST41-DFLT-LEAD'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZEROS
                      AND PRM-VALUE NOT GREATER 999
                      MOVE PRM-VALUE TO WS-DFLT-LEAD
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ST41-DFLT-LEAD'
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

           MOVE ZEROS TO WS-Z-IX

           PERFORM P075-PICK-Z-FACTOR THRU P075-PICK-Z-FACTOR-EXIT
              UNTIL WS-Z-IX NOT LESS 8

           DISPLAY 'SERVICE LEVEL PCT.......: ' WS-SERVICE-PCT
           DISPLAY 'SAFETY FACTOR...........: ' WS-Z-IN-EFFECT
           DISPLAY 'MINIMUM HISTORY MONTHS..: ' WS-MIN-MONTHS
           DISPLAY 'CHANGE THRESHOLD PCT....: ' WS-CHANGE-PCT
           DISPLAY 'DEFAULT LEAD DAYS.......: ' WS-DFLT-LEAD
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

       P075-PICK-Z-FACTOR.

           ADD 1 TO WS-Z-IX

           IF WS-Z-PCT (WS-Z-IX) NOT GREATER WS-SERVICE-PCT
              MOVE WS-Z-FACTOR (WS-Z-IX) TO WS-Z-IN-EFFECT
           END-IF
           .

       P075-PICK-Z-FACTOR-EXIT.
           EXIT.

       P100-OPEN-FILES.

           OPEN INPUT ORDHSTF.

           IF WS-FS-ORDHSTF NOT EQUAL '00'
              DISPLAY 'OPEN ORDHSTF FS: ' WS-FS-ORDHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-UPDATE-MODE
              DISPLAY 'UPDATE MODE. ACCEPTED CHECKS WILL BE APPLIED.'
              OPEN I-O STOCKM
           ELSE
              DISPLAY 'TRIAL MODE. NO FILE UPDATES.'
              OPEN INPUT STOCKM
           END-IF

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM  FS: ' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * Vendor sourcing as COBST12 reads it. A region with no link
      * cluster plans every item on the default lead time.
      *-----------------------------------------------------------------
           OPEN INPUT ITMVENF.

           EVALUATE TRUE
           WHEN WS-FS-ITMVENF EQUAL '00'
              CONTINUE
           WHEN WS-FS-ITMVENF EQUAL '35'
              DISPLAY 'ITMVENF NOT DEFINED. DEFAULT LEAD TIME USED.'
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
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           CLOSE ORDHSTF.
           IF WS-FS-ORDHSTF NOT EQUAL '00'
              DISPLAY 'CLOSE ORDHSTF FS:' WS-FS-ORDHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STOCKM.
           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-ITMVENF-OFF
              CLOSE ITMVENF VENDORF

              IF WS-FS-ITMVENF NOT EQUAL '00'
                 DISPLAY 'CLOSE ITMVENF FS:' WS-FS-ITMVENF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              IF WS-FS-VENDORF NOT EQUAL '00'
                 DISPLAY 'CLOSE VENDORF FS:' WS-FS-VENDORF
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
      * Only finished months count: the run month is partial and
      * anything older than two years has no bucket. Undated rows
      * are skipped here; COBST27 still counts them as usage.
      *-----------------------------------------------------------------
       P200-BUCKET-HISTORY.

           READ ORDHSTF
             AT END
                MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ

           PERFORM P210-BUCKET-NEXT-ROW
           THRU    P210-BUCKET-NEXT-ROW-EXIT
              UNTIL WS-HIST-EOF
           .

       P200-BUCKET-HISTORY-EXIT.
           EXIT.

       P210-BUCKET-NEXT-ROW.

           ADD 1 TO WS-HIST-READ

           MOVE ZEROS TO WS-MONTHS-BACK

           IF OH-ORDER-QTY NUMERIC
              AND OH-ITEM-ID NOT EQUAL SPACES
              AND OH-POST-DATE NUMERIC
              AND OH-POST-MM GREATER ZEROS
              AND OH-POST-MM NOT GREATER 12
              COMPUTE WS-ROW-SERIAL =
                 OH-POST-YYYY * 12 + OH-POST-MM - 1
              COMPUTE WS-MONTHS-BACK = WS-RUN-SERIAL - WS-ROW-SERIAL
           END-IF

           IF WS-MONTHS-BACK GREATER ZERO
              AND WS-MONTHS-BACK NOT GREATER 24
              PERFORM P220-FIND-ITEM THRU P220-FIND-ITEM-EXIT

              IF WS-FCI-FOUND-IDX GREATER ZERO
                 ADD OH-ORDER-QTY
                  TO WS-FCI-BUCKET (WS-FCI-FOUND-IDX WS-MONTHS-BACK)

                 IF WS-MONTHS-BACK GREATER
                    WS-FCI-SPAN (WS-FCI-FOUND-IDX)
                    MOVE WS-MONTHS-BACK
                      TO WS-FCI-SPAN (WS-FCI-FOUND-IDX)
                 END-IF

                 ADD 1 TO WS-HIST-BUCKETED
              ELSE
                 ADD 1 TO WS-HIST-UNUSED
              END-IF
           ELSE
              ADD 1 TO WS-HIST-UNUSED
           END-IF

           READ ORDHSTF
             AT END
                MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ
           .

       P210-BUCKET-NEXT-ROW-EXIT.
           EXIT.

       P220-FIND-ITEM.

           MOVE ZEROS TO WS-FCI-FOUND-IDX
                         WS-FCI-IX

           PERFORM P221-SCAN-ITEM THRU P221-SCAN-ITEM-EXIT
              UNTIL WS-FCI-IX NOT LESS WS-FCI-CNT
                 OR WS-FCI-FOUND-IDX GREATER ZERO

           IF WS-FCI-FOUND-IDX EQUAL ZERO
              IF WS-FCI-CNT LESS 500
                 ADD 1 TO WS-FCI-CNT
                 MOVE WS-FCI-CNT TO WS-FCI-FOUND-IDX
                 MOVE OH-ITEM-ID TO WS-FCI-ITEM (WS-FCI-CNT)
                 MOVE ZEROS      TO WS-FCI-SPAN (WS-FCI-CNT)
                                    WS-FCI-BUYER (WS-FCI-CNT)
                                    WS-FCI-LEAD (WS-FCI-CNT)
                                    WS-FCI-OLD-CHECK (WS-FCI-CNT)
                                    WS-FCI-NEW-CHECK (WS-FCI-CNT)
                 MOVE SPACES     TO WS-FCI-DESC (WS-FCI-CNT)
                                    WS-FCI-OLD-IND (WS-FCI-CNT)
                                    WS-FCI-ACTION (WS-FCI-CNT)
                 MOVE 'N'        TO WS-FCI-PRINTED-SW (WS-FCI-CNT)

                 MOVE ZEROS TO WS-BKT-IX

                 PERFORM P222-CLEAR-BUCKET THRU P222-CLEAR-BUCKET-EXIT
                    UNTIL WS-BKT-IX NOT LESS 24
              ELSE
                 DISPLAY 'FORECAST TABLE FULL. HISTORY DROPPED: '
                          OH-ITEM-ID
              END-IF
           END-IF
           .

       P220-FIND-ITEM-EXIT.
           EXIT.

       P221-SCAN-ITEM.

           ADD 1 TO WS-FCI-IX

           IF WS-FCI-ITEM (WS-FCI-IX) EQUAL OH-ITEM-ID
              MOVE WS-FCI-IX TO WS-FCI-FOUND-IDX
           END-IF
           .

       P221-SCAN-ITEM-EXIT.
           EXIT.

       P222-CLEAR-BUCKET.

           ADD 1 TO WS-BKT-IX

           MOVE ZEROS TO WS-FCI-BUCKET (WS-FCI-CNT WS-BKT-IX)
           .

       P222-CLEAR-BUCKET-EXIT.
           EXIT.

       P300-FORECAST-ITEM.

           ADD 1 TO WS-FCI-IX
           ADD 1 TO WS-ITEMS-FORECAST

           PERFORM P310-FETCH-MASTER THRU P310-FETCH-MASTER-EXIT

           PERFORM P320-FETCH-VENDOR THRU P320-FETCH-VENDOR-EXIT

           IF WS-ITM-LEAD-DAYS EQUAL ZEROS
              MOVE WS-DFLT-LEAD TO WS-ITM-LEAD-DAYS
           END-IF

           MOVE WS-ITM-LEAD-DAYS TO WS-FCI-LEAD (WS-FCI-IX)

           PERFORM P330-SEASONAL-SHAPE
           THRU    P330-SEASONAL-SHAPE-EXIT

           PERFORM P340-VARIABILITY THRU P340-VARIABILITY-EXIT

           PERFORM P350-REORDER-POINT THRU P350-REORDER-POINT-EXIT

           PERFORM P360-JUDGE-CHANGE THRU P360-JUDGE-CHANGE-EXIT

           PERFORM P380-PRINT-RECOMMENDATION
           THRU    P380-PRINT-RECOMMENDATION-EXIT

           IF WS-UPDATE-MODE
              AND WS-FCI-ACTION (WS-FCI-IX) EQUAL 'ACCEPT'
              PERFORM P390-APPLY-CHECK THRU P390-APPLY-CHECK-EXIT
           END-IF
           .

       P300-FORECAST-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Buyer and description off whichever record of the pair comes
      * first; the quantity check and discontinued flag off the
      * ITEM-USER record, as COBST12 reads them.
      *-----------------------------------------------------------------
       P310-FETCH-MASTER.

           MOVE SPACES TO WS-ITM-USER-TYPE
           MOVE 'N'    TO WS-ITM-ON-FILE-SW
                          WS-ITM-DISCONTINUED-SW

           MOVE SPACES                   TO STOCK-KEY
           MOVE WS-FCI-ITEM (WS-FCI-IX)  TO STOCK-ITEM-ID
           MOVE '1'                      TO STOCK-RECORD-TYPE

           PERFORM P315-NOTE-RECORD THRU P315-NOTE-RECORD-EXIT

           MOVE SPACES                   TO STOCK-KEY
           MOVE WS-FCI-ITEM (WS-FCI-IX)  TO STOCK-ITEM-ID
           MOVE '2'                      TO STOCK-RECORD-TYPE

           PERFORM P315-NOTE-RECORD THRU P315-NOTE-RECORD-EXIT
           .

       P310-FETCH-MASTER-EXIT.
           EXIT.

       P315-NOTE-RECORD.

           READ STOCKM
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF NOT WS-ITM-ON-FILE
                   MOVE 'Y' TO WS-ITM-ON-FILE-SW
                   MOVE STOCK-DESCRIPTION (1)
                                TO WS-FCI-DESC (WS-FCI-IX)

                   IF STOCK-BUYER NUMERIC
                      MOVE STOCK-BUYER TO WS-FCI-BUYER (WS-FCI-IX)
                   END-IF
                END-IF

                IF STOCK-LAYOUT-ITEM-USER
                   MOVE STOCK-RECORD-TYPE TO WS-ITM-USER-TYPE

                   IF STOCK-DISCONTINUED-ITEM
                      MOVE 'Y' TO WS-ITM-DISCONTINUED-SW
                   END-IF

                   IF (STOCK-QTY-CHECK-LT OR STOCK-QTY-CHECK-GT)
                      AND STOCK-QUANTITY-CHECK NUMERIC
                      MOVE STOCK-QTY-CHECK-IND
                                TO WS-FCI-OLD-IND (WS-FCI-IX)
                      MOVE STOCK-QUANTITY-CHECK
                                TO WS-FCI-OLD-CHECK (WS-FCI-IX)
                   END-IF
                END-IF
           END-READ
           .

       P315-NOTE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The lead time COBST12 plans on: the preferred link's, else the
      * first link's, backed by the vendor's default and replaced by
      * the COBST37 measured lead once there is one.
      *-----------------------------------------------------------------
       P320-FETCH-VENDOR.

           MOVE SPACES TO WS-ITM-VENDOR
           MOVE ZEROS  TO WS-ITM-LEAD-DAYS

           IF NOT WS-ITMVENF-OFF
              MOVE 'N' TO WS-IV-EOF-SW
                          WS-IV-FOUND-SW

              MOVE SPACES                  TO IV-KEY
              MOVE WS-FCI-ITEM (WS-FCI-IX) TO IV-ITEM-ID

              START ITMVENF KEY IS NOT LESS THAN IV-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-IV-EOF-SW
              END-START

              PERFORM P321-SCAN-ONE-LINK
              THRU    P321-SCAN-ONE-LINK-EXIT
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

       P320-FETCH-VENDOR-EXIT.
           EXIT.

       P321-SCAN-ONE-LINK.

           READ ITMVENF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-IV-EOF-SW
             NOT AT END
                IF IV-ITEM-ID NOT EQUAL WS-FCI-ITEM (WS-FCI-IX)
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

       P321-SCAN-ONE-LINK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Level is the average month over the item's span. With a full
      * year or more behind it, each calendar month's average sets
      * its seasonal index against the level; a month seen in only
      * one year is damped halfway back to flat, so one odd month
      * does not set next year's plan. Under a year is planned flat.
      *-----------------------------------------------------------------
       P330-SEASONAL-SHAPE.

           MOVE ZEROS TO WS-TOTAL-DEMAND
                         WS-CAL-IX

           PERFORM P331-CLEAR-SEASON THRU P331-CLEAR-SEASON-EXIT
              UNTIL WS-CAL-IX NOT LESS 12

           MOVE ZEROS TO WS-BKT-IX

           PERFORM P332-TALLY-BUCKET THRU P332-TALLY-BUCKET-EXIT
              UNTIL WS-BKT-IX NOT LESS WS-FCI-SPAN (WS-FCI-IX)

           COMPUTE WS-LEVEL ROUNDED =
              WS-TOTAL-DEMAND / WS-FCI-SPAN (WS-FCI-IX)

           IF WS-FCI-SPAN (WS-FCI-IX) NOT LESS 12
              AND WS-LEVEL GREATER ZERO
              MOVE ZEROS TO WS-CAL-IX

              PERFORM P333-SET-INDEX THRU P333-SET-INDEX-EXIT
                 UNTIL WS-CAL-IX NOT LESS 12
           END-IF
           .

       P330-SEASONAL-SHAPE-EXIT.
           EXIT.

       P331-CLEAR-SEASON.

           ADD 1 TO WS-CAL-IX

           MOVE ZEROS TO WS-SEA-SUM (WS-CAL-IX)
                         WS-SEA-SEEN (WS-CAL-IX)
           MOVE 1     TO WS-SEA-INDEX (WS-CAL-IX)
           .

       P331-CLEAR-SEASON-EXIT.
           EXIT.

       P332-TALLY-BUCKET.

           ADD 1 TO WS-BKT-IX

           COMPUTE WS-MONTH-SERIAL = WS-RUN-SERIAL - WS-BKT-IX

           PERFORM P395-CALENDAR-MONTH THRU P395-CALENDAR-MONTH-EXIT

           ADD WS-FCI-BUCKET (WS-FCI-IX WS-BKT-IX) TO WS-TOTAL-DEMAND
           ADD WS-FCI-BUCKET (WS-FCI-IX WS-BKT-IX)
            TO WS-SEA-SUM (WS-CAL-MONTH)
           ADD 1 TO WS-SEA-SEEN (WS-CAL-MONTH)
           .

       P332-TALLY-BUCKET-EXIT.
           EXIT.

       P333-SET-INDEX.

           ADD 1 TO WS-CAL-IX

           IF WS-SEA-SEEN (WS-CAL-IX) GREATER ZERO
              COMPUTE WS-SEA-INDEX (WS-CAL-IX) ROUNDED =
                 WS-SEA-SUM (WS-CAL-IX)
                    / WS-SEA-SEEN (WS-CAL-IX) / WS-LEVEL

              IF WS-SEA-SEEN (WS-CAL-IX) EQUAL 1
                 COMPUTE WS-SEA-INDEX (WS-CAL-IX) ROUNDED =
                    (WS-SEA-INDEX (WS-CAL-IX) + 1) / 2
              END-IF
           END-IF
           .

       P333-SET-INDEX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Variability is the standard deviation of each month's demand
      * about its seasonal forecast, so a predictable peak is not
      * mistaken for noise.
      *-----------------------------------------------------------------
       P340-VARIABILITY.

           MOVE ZEROS TO WS-SUM-SQUARES
                         WS-SIGMA
                         WS-BKT-IX

           PERFORM P341-SQUARE-RESIDUAL THRU P341-SQUARE-RESIDUAL-EXIT
              UNTIL WS-BKT-IX NOT LESS WS-FCI-SPAN (WS-FCI-IX)

           IF WS-FCI-SPAN (WS-FCI-IX) GREATER 1
              COMPUTE WS-SIGMA ROUNDED =
                 (WS-SUM-SQUARES / (WS-FCI-SPAN (WS-FCI-IX) - 1))
                    ** 0.5
           END-IF
           .

       P340-VARIABILITY-EXIT.
           EXIT.

       P341-SQUARE-RESIDUAL.

           ADD 1 TO WS-BKT-IX

           COMPUTE WS-MONTH-SERIAL = WS-RUN-SERIAL - WS-BKT-IX

           PERFORM P395-CALENDAR-MONTH THRU P395-CALENDAR-MONTH-EXIT

           COMPUTE WS-RESIDUAL ROUNDED =
              WS-FCI-BUCKET (WS-FCI-IX WS-BKT-IX)
                 - (WS-LEVEL * WS-SEA-INDEX (WS-CAL-MONTH))

           COMPUTE WS-SUM-SQUARES ROUNDED =
              WS-SUM-SQUARES + (WS-RESIDUAL * WS-RESIDUAL)
           .

       P341-SQUARE-RESIDUAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Lead-time demand walks the seasonal forecast forward from the
      * run month, thirty days to the month. Safety stock is the
      * service-level factor times the monthly deviation scaled to
      * the lead time. The reorder point is the two together, rounded
      * up to a whole unit, and the check stored for COBST12 is the
      * one its lead-time stretch brings back up to that point.
      *-----------------------------------------------------------------
       P350-REORDER-POINT.

           MOVE ZEROS            TO WS-LEAD-DEMAND
                                    WS-AHEAD
           MOVE WS-ITM-LEAD-DAYS TO WS-DAYS-LEFT

           PERFORM P351-LEAD-MONTH THRU P351-LEAD-MONTH-EXIT
              UNTIL WS-DAYS-LEFT NOT GREATER ZERO

           MOVE WS-RUN-SERIAL TO WS-MONTH-SERIAL

           PERFORM P395-CALENDAR-MONTH THRU P395-CALENDAR-MONTH-EXIT

           COMPUTE WS-FCST-MONTH ROUNDED =
              WS-LEVEL * WS-SEA-INDEX (WS-CAL-MONTH)

           COMPUTE WS-LEAD-FACTOR ROUNDED =
              (WS-ITM-LEAD-DAYS / 30) ** 0.5

           COMPUTE WS-SAFETY ROUNDED =
              WS-Z-IN-EFFECT * WS-SIGMA * WS-LEAD-FACTOR

           COMPUTE WS-NEW-ROP = WS-LEAD-DEMAND + WS-SAFETY + 0.9999

           COMPUTE WS-FCI-NEW-CHECK (WS-FCI-IX) =
              (WS-NEW-ROP * 30 / (30 + WS-ITM-LEAD-DAYS)) + 0.9999

           IF WS-FCI-OLD-IND (WS-FCI-IX) EQUAL 'L'
              COMPUTE WS-CUR-ROP ROUNDED =
                 WS-FCI-OLD-CHECK (WS-FCI-IX)
                    + (WS-FCI-OLD-CHECK (WS-FCI-IX)
                       * WS-ITM-LEAD-DAYS / 30)
           ELSE
              MOVE ZEROS TO WS-CUR-ROP
           END-IF
           .

       P350-REORDER-POINT-EXIT.
           EXIT.

       P351-LEAD-MONTH.

           COMPUTE WS-MONTH-SERIAL = WS-RUN-SERIAL + WS-AHEAD

           PERFORM P395-CALENDAR-MONTH THRU P395-CALENDAR-MONTH-EXIT

           IF WS-DAYS-LEFT GREATER 30
              MOVE 30           TO WS-DAYS-PORTION
           ELSE
              MOVE WS-DAYS-LEFT TO WS-DAYS-PORTION
           END-IF

           COMPUTE WS-LEAD-DEMAND ROUNDED =
              WS-LEAD-DEMAND
                 + (WS-LEVEL * WS-SEA-INDEX (WS-CAL-MONTH)
                    * WS-DAYS-PORTION / 30)

           SUBTRACT WS-DAYS-PORTION FROM WS-DAYS-LEFT
           ADD 1 TO WS-AHEAD
           .

       P351-LEAD-MONTH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A recommendation is accepted unless the item cannot take it:
      * not on file, no ITEM-USER record to carry the check, a 'G'
      * ceiling already in the field (see COBST08), discontinued, or
      * too little history to trust. An 'L' check already within the
      * change threshold of the recommendation is left alone.
      *-----------------------------------------------------------------
       P360-JUDGE-CHANGE.

           COMPUTE WS-CHECK-DELTA =
              WS-FCI-NEW-CHECK (WS-FCI-IX)
                 - WS-FCI-OLD-CHECK (WS-FCI-IX)

           IF WS-CHECK-DELTA LESS ZERO
              COMPUTE WS-CHECK-DELTA = 0 - WS-CHECK-DELTA
           END-IF

           EVALUATE TRUE
           WHEN NOT WS-ITM-ON-FILE
              MOVE 'NO ITEM'  TO WS-FCI-ACTION (WS-FCI-IX)
           WHEN WS-ITM-USER-TYPE EQUAL SPACES
              MOVE 'HLD NREC' TO WS-FCI-ACTION (WS-FCI-IX)
           WHEN WS-FCI-OLD-IND (WS-FCI-IX) EQUAL 'G'
              MOVE 'HLD CEIL' TO WS-FCI-ACTION (WS-FCI-IX)
           WHEN WS-ITM-DISCONTINUED
              MOVE 'HLD DISC' TO WS-FCI-ACTION (WS-FCI-IX)
           WHEN WS-FCI-SPAN (WS-FCI-IX) LESS WS-MIN-MONTHS
              MOVE 'HLD HIST' TO WS-FCI-ACTION (WS-FCI-IX)
           WHEN WS-FCI-OLD-IND (WS-FCI-IX) EQUAL 'L'
              AND WS-CHECK-DELTA * 100 NOT GREATER
                  WS-FCI-OLD-CHECK (WS-FCI-IX) * WS-CHANGE-PCT
              MOVE 'NO CHG'   TO WS-FCI-ACTION (WS-FCI-IX)
           WHEN OTHER
              MOVE 'ACCEPT'   TO WS-FCI-ACTION (WS-FCI-IX)
           END-EVALUATE

           EVALUATE WS-FCI-ACTION (WS-FCI-IX)
           WHEN 'ACCEPT'
              ADD 1 TO WS-ITEMS-ACCEPTED
           WHEN 'NO CHG'
              CONTINUE
           WHEN OTHER
              ADD 1 TO WS-ITEMS-HELD
           END-EVALUATE
           .

       P360-JUDGE-CHANGE-EXIT.
           EXIT.

       P380-PRINT-RECOMMENDATION.

           MOVE SPACES                    TO WS-REC-LINE
           MOVE WS-FCI-ITEM (WS-FCI-IX)   TO WS-RCL-ITEM
           MOVE WS-ITM-LEAD-DAYS          TO WS-RCL-LEAD
           MOVE WS-FCST-MONTH             TO WS-RCL-FCST
           MOVE WS-SIGMA                  TO WS-RCL-SIGMA
           MOVE WS-SAFETY                 TO WS-RCL-SAFETY

           IF WS-FCI-OLD-IND (WS-FCI-IX) EQUAL 'L'
              MOVE WS-CUR-ROP             TO WS-RCL-CUR-ROP
           END-IF

           MOVE WS-NEW-ROP                TO WS-RCL-NEW-ROP
           MOVE WS-FCI-NEW-CHECK (WS-FCI-IX)
                                          TO WS-RCL-NEW-CHK
           MOVE WS-FCI-ACTION (WS-FCI-IX) TO WS-RCL-ACTION

           MOVE WS-REC-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P380-PRINT-RECOMMENDATION-EXIT.
           EXIT.

       P390-APPLY-CHECK.

           MOVE SPACES                  TO STOCK-KEY
           MOVE WS-FCI-ITEM (WS-FCI-IX) TO STOCK-ITEM-ID
           MOVE WS-ITM-USER-TYPE        TO STOCK-RECORD-TYPE

           READ STOCKM
             INVALID KEY
                DISPLAY 'ITEM GONE BEFORE UPDATE: '
                         WS-FCI-ITEM (WS-FCI-IX)
                MOVE 'HLD GONE' TO WS-FCI-ACTION (WS-FCI-IX)
             NOT INVALID KEY
                MOVE WS-FCI-NEW-CHECK (WS-FCI-IX)
                                TO STOCK-QUANTITY-CHECK
                MOVE 'L'        TO STOCK-QTY-CHECK-IND

                REWRITE STOCK-MASTER
                END-REWRITE

                IF WS-FS-STOCKM NOT EQUAL '00'
                   DISPLAY 'REWRITE STOCKM FS:' WS-FS-STOCKM
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                MOVE 'APPLIED'  TO WS-FCI-ACTION (WS-FCI-IX)
                ADD 1 TO WS-ITEMS-APPLIED
           END-READ
           .

       P390-APPLY-CHECK-EXIT.
           EXIT.

       P395-CALENDAR-MONTH.

           DIVIDE WS-MONTH-SERIAL BY 12
              GIVING WS-MONTH-QUOT REMAINDER WS-MONTH-REM

           COMPUTE WS-CAL-MONTH = WS-MONTH-REM + 1
           .

       P395-CALENDAR-MONTH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Before/after listing for the buyers, one buyer at a time in
      * the same grouped pass COBST12 prints its suggestions with.
      *-----------------------------------------------------------------
       P600-PRINT-APPLIED.

           MOVE 'REORDER POINTS APPLIED BY BUYER'
                                    TO WS-RPT-TITLE
           MOVE SPACES              TO WS-COLUMN-HEADING
           MOVE 'ITEM ID    DESCRIPTION'
                                    TO WS-COLUMN-HEADING (1:22)
           MOVE 'CHECK BEFORE'      TO WS-COLUMN-HEADING (34:12)
           MOVE 'CHECK AFTER'       TO WS-COLUMN-HEADING (49:11)
           MOVE 'LEAD'              TO WS-COLUMN-HEADING (61:4)
           MOVE 999                 TO WS-RPT-LINE-CTR

           MOVE ZEROS TO WS-FCI-IX

           PERFORM P610-OPEN-BUYER-GROUP
           THRU    P610-OPEN-BUYER-GROUP-EXIT
              UNTIL WS-FCI-IX NOT LESS WS-FCI-CNT
           .

       P600-PRINT-APPLIED-EXIT.
           EXIT.

       P610-OPEN-BUYER-GROUP.

           ADD 1 TO WS-FCI-IX

           IF WS-FCI-PRINTED-SW (WS-FCI-IX) EQUAL 'N'
              AND WS-FCI-ACTION (WS-FCI-IX) EQUAL 'APPLIED'

              MOVE WS-FCI-BUYER (WS-FCI-IX) TO WS-GROUP-BUYER
                                               WS-BUYER-HDG-NO

              MOVE SPACES TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE WS-BUYER-HDG-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE ZEROS TO WS-GRP-IX

              PERFORM P620-PRINT-GROUP-ROW
              THRU    P620-PRINT-GROUP-ROW-EXIT
                 UNTIL WS-GRP-IX NOT LESS WS-FCI-CNT
           END-IF
           .

       P610-OPEN-BUYER-GROUP-EXIT.
           EXIT.

       P620-PRINT-GROUP-ROW.

           ADD 1 TO WS-GRP-IX

           IF WS-FCI-PRINTED-SW (WS-GRP-IX) EQUAL 'N'
              AND WS-FCI-ACTION (WS-GRP-IX) EQUAL 'APPLIED'
              AND WS-FCI-BUYER (WS-GRP-IX) EQUAL WS-GROUP-BUYER

              MOVE SPACES                       TO WS-APPLIED-LINE
              MOVE WS-FCI-ITEM (WS-GRP-IX)      TO WS-APL-ITEM
              MOVE WS-FCI-DESC (WS-GRP-IX)      TO WS-APL-DESC

              IF WS-FCI-OLD-IND (WS-GRP-IX) NOT EQUAL SPACES
                 MOVE WS-FCI-OLD-IND (WS-GRP-IX)
                                                TO WS-APL-OLD-IND
                 MOVE WS-FCI-OLD-CHECK (WS-GRP-IX)
                                                TO WS-APL-OLD-CHECK
              END-IF

              MOVE 'L'                          TO WS-APL-NEW-IND
              MOVE WS-FCI-NEW-CHECK (WS-GRP-IX) TO WS-APL-NEW-CHECK
              MOVE WS-FCI-LEAD (WS-GRP-IX)      TO WS-APL-LEAD

              MOVE WS-APPLIED-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE 'Y' TO WS-FCI-PRINTED-SW (WS-GRP-IX)
           END-IF
           .

       P620-PRINT-GROUP-ROW-EXIT.
           EXIT.

       P700-PRINT-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ITEMS FORECAST'    TO WS-RPT-CNT-LABEL
           MOVE WS-ITEMS-FORECAST   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CHANGES ACCEPTED'  TO WS-RPT-CNT-LABEL
           MOVE WS-ITEMS-ACCEPTED   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ITEMS HELD'        TO WS-RPT-CNT-LABEL
           MOVE WS-ITEMS-HELD       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CHECKS APPLIED'    TO WS-RPT-CNT-LABEL
           MOVE WS-ITEMS-APPLIED    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P700-PRINT-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
