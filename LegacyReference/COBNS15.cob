      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Abend history and recurring-failure analysis. Every run takes
      * the ABENDF rows written since the last run onto the retained
      * abend history (ABNHSTF.cpy), then analyses one month of it:
      *
      *   - failures grouped by program, DD and file status;
      *   - failures repeated within the month by the same program on
      *     the same file (DD) or the same current key, marked
      *     RECURRING when the history shows it failing that way
      *     before the month as well;
      *   - by job, ranked by the batch window the month's failures
      *     cost, the mean days between failures over the retained
      *     history and how many failed nights never completed.
      *
      * Window cost comes from RUNCTLF: the job's row for the night
      * of the abend gives the start time, and the abend time less
      * the start is the window spent before the failure. An abend
      * just after midnight is matched to the previous day's row when
      * the job has none for the calendar date. Jobs outside the
      * sequenced stream have no RUNCTLF row and show no cost.
      *
      * Request card (SYSIN): cols 1-6 the month to analyse, YYYYMM.
      * Blank analyses the month just ended -- the run is scheduled
      * on the first business day of the month.
      *
      * PARAMF rows (see PARAMF.cpy):
      *   ABNHIST-DAYS     days of abend history retained   (730)
      *
      * Ends with return code 4 when any repeated failure is listed.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBNS15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT ABENDF  ASSIGN TO ABENDF
                  FILE STATUS IS WS-FS-ABENDF.

      *-----------------------------------------------------------------
      * ABNHSTI is the previous generation of the abend history,
      * ABNHSTO the one this run writes and then analyses.
      *-----------------------------------------------------------------
           SELECT ABNHSTI ASSIGN TO ABNHSTI
                  FILE STATUS IS WS-FS-ABNHSTI.

           SELECT ABNHSTO ASSIGN TO ABNHSTO
                  FILE STATUS IS WS-FS-ABNHSTO.

           SELECT RUNCTLF ASSIGN TO RUNCTLF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS RC-KEY
                  FILE STATUS   IS WS-FS-RUNCTLF.

           SELECT PARAMF  ASSIGN TO PARAMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PRM-KEY
                  FILE STATUS   IS WS-FS-PARAMF.

           SELECT REPORTF ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  ABENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY ABENDF.

       FD  ABNHSTI
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01  REC-ABEND-HISTORY-IN          PIC  X(120).

       FD  ABNHSTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY ABNHSTF.

       FD  RUNCTLF.

       COPY RUNCTLF.

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
           05  WS-FS-ABENDF              PIC X(002) VALUE SPACES.
           05  WS-FS-ABNHSTI             PIC X(002) VALUE SPACES.
           05  WS-FS-ABNHSTO             PIC X(002) VALUE SPACES.
           05  WS-FS-RUNCTLF             PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-HIST-READ              PIC 9(009) VALUE ZEROS.
           05  WS-HIST-PRUNED            PIC 9(009) VALUE ZEROS.
           05  WS-ABENDS-READ            PIC 9(009) VALUE ZEROS.
           05  WS-ABENDS-CAPTURED        PIC 9(009) VALUE ZEROS.
           05  WS-ABENDS-HELD            PIC 9(009) VALUE ZEROS.
           05  WS-HIST-WRITTEN           PIC 9(009) VALUE ZEROS.
           05  WS-MONTH-FAILURES         PIC 9(009) VALUE ZEROS.
           05  WS-MONTH-UNMEASURED       PIC 9(009) VALUE ZEROS.
           05  WS-MONTH-OPEN             PIC 9(009) VALUE ZEROS.
           05  WS-MONTH-LOST-MIN         PIC 9(009) VALUE ZEROS.
           05  WS-REPEATS-LISTED         PIC 9(009) VALUE ZEROS.
           05  WS-GX                     PIC 9(003) VALUE ZEROS.
           05  WS-FX                     PIC 9(003) VALUE ZEROS.
           05  WS-KX                     PIC 9(003) VALUE ZEROS.
           05  WS-JX                     PIC 9(003) VALUE ZEROS.
           05  WS-BEST-JX                PIC 9(003) VALUE ZEROS.
           05  WS-JOBS-PRINTED           PIC 9(003) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY               PIC 9(004).
           05  WS-RUN-MM                 PIC 9(002).
           05  WS-RUN-DD                 PIC 9(002).
       01  WS-RUN-DAYNO                  PIC 9(007) VALUE ZEROS.
       01  WS-CUTOFF-DAYNO               PIC 9(007) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Request card (SYSIN): cols 1-6 the month to analyse.
      *-----------------------------------------------------------------
       01  WS-ANALYSIS-CARD.
           05  WS-ANC-MONTH              PIC X(006).
           05  WS-ANC-MONTH-N REDEFINES WS-ANC-MONTH
                                         PIC 9(006).
           05  FILLER                    PIC X(074).

       01  WS-ANALYSIS-MONTH             PIC 9(006) VALUE ZEROS.
       01  WS-ANALYSIS-MONTH-R REDEFINES WS-ANALYSIS-MONTH.
           05  WS-ANM-YYYY               PIC 9(004).
           05  WS-ANM-MM                 PIC 9(002).

      *-----------------------------------------------------------------
      * Compiled default only -- overridden at startup from PARAMF.
      *-----------------------------------------------------------------
       01  WS-RETAIN-DAYS                PIC 9(005) VALUE 730.

      *-----------------------------------------------------------------
      * Newest date and time already on the history. An ABENDF row
      * stamped later than this has not been captured yet.
      *-----------------------------------------------------------------
       01  WS-HIGH-STAMP.
           05  WS-HST-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-HST-TIME               PIC 9(008) VALUE ZEROS.
       01  WS-HIGH-STAMP-N REDEFINES WS-HIGH-STAMP
                                         PIC 9(016).

       01  WS-ROW-STAMP.
           05  WS-RST-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-RST-TIME               PIC 9(008) VALUE ZEROS.
       01  WS-ROW-STAMP-N REDEFINES WS-ROW-STAMP
                                         PIC 9(016).

      *-----------------------------------------------------------------
      * Day number of a date, 360 days to the year and 30 to the
      * month, the way COBDF02 ages its records.
      *-----------------------------------------------------------------
       01  WS-DAYNO-WORK.
           05  WS-DN-DATE                PIC 9(008) VALUE ZEROS.
           05  WS-DN-DATE-R REDEFINES WS-DN-DATE.
               10  WS-DN-YYYY            PIC 9(004).
               10  WS-DN-MM              PIC 9(002).
               10  WS-DN-DD              PIC 9(002).
           05  WS-DN-DAYNO               PIC 9(007) VALUE ZEROS.
           05  WS-T1                     PIC 9(007) VALUE ZEROS.
           05  WS-T2                     PIC 9(007) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Calendar day before a date, for matching an abend after
      * midnight to the night's RUNCTLF row.
      *-----------------------------------------------------------------
       01  WS-PRIOR-DAY-WORK.
           05  WS-PD-DATE                PIC 9(008) VALUE ZEROS.
           05  WS-PD-DATE-R REDEFINES WS-PD-DATE.
               10  WS-PD-YYYY            PIC 9(004).
               10  WS-PD-MM              PIC 9(002).
               10  WS-PD-DD              PIC 9(002).
           05  WS-PD-QUOT                PIC 9(004) VALUE ZEROS.
           05  WS-PD-REM4                PIC 9(003) VALUE ZEROS.
           05  WS-PD-REM100              PIC 9(003) VALUE ZEROS.
           05  WS-PD-REM400              PIC 9(003) VALUE ZEROS.

       01  WS-MONTH-DAYS-VALUES          PIC X(024)
                                 VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS             PIC 9(002) OCCURS 12 TIMES.

       01  WS-TIME-WORK                  PIC 9(008) VALUE ZEROS.
       01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
           05  WS-TIM-HH                 PIC 9(002).
           05  WS-TIM-MM                 PIC 9(002).
           05  WS-TIM-SS                 PIC 9(002).
           05  WS-TIM-CC                 PIC 9(002).

       01  WS-COST-WORK.
           05  WS-TIME-SEC               PIC 9(007) VALUE ZEROS.
           05  WS-START-SEC              PIC 9(007) VALUE ZEROS.
           05  WS-ABEND-SEC              PIC 9(007) VALUE ZEROS.
           05  WS-LOST-SEC               PIC S9(007) VALUE ZEROS.
           05  WS-LOST-MIN               PIC 9(005) VALUE ZEROS.
           05  WS-MTBF-DAYS              PIC 9(005) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(001) VALUE 'N'.
               88  WS-FOUND                  VALUE 'Y'.
           05  WS-RUNCTLF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-RUNCTLF-OFF            VALUE 'Y'.
           05  WS-CTL-ROW-SW             PIC X(001) VALUE 'N'.
               88  WS-CTL-ROW-SAME-DAY       VALUE 'S'.
               88  WS-CTL-ROW-PRIOR-DAY      VALUE 'P'.
               88  WS-CTL-ROW-NONE           VALUE 'N'.
           05  WS-COST-SW                PIC X(001) VALUE 'N'.
               88  WS-COST-MEASURED          VALUE 'Y'.

      *-----------------------------------------------------------------
      * The month's failures by program, DD and file status.
      *-----------------------------------------------------------------
       01  WS-GROUP-TABLE.
           05  WS-GR-CNT                 PIC 9(003) VALUE ZEROS.
           05  WS-GR-ENTRY OCCURS 200 TIMES.
               10  WS-GR-PROGRAM-ID      PIC X(008).
               10  WS-GR-FILE-DD         PIC X(008).
               10  WS-GR-FILE-STATUS     PIC X(002).
               10  WS-GR-FAILURES        PIC 9(005).
               10  WS-GR-FIRST-DATE      PIC 9(008).
               10  WS-GR-LAST-DATE       PIC 9(008).
               10  WS-GR-LOST-MIN        PIC 9(007).

      *-----------------------------------------------------------------
      * The month's failures by program and file, and by program and
      * current key; the history counts are taken over the whole
      * retained history for the same program and file or key.
      *-----------------------------------------------------------------
       01  WS-FILE-TABLE.
           05  WS-FL-CNT                 PIC 9(003) VALUE ZEROS.
           05  WS-FL-ENTRY OCCURS 200 TIMES.
               10  WS-FL-PROGRAM-ID      PIC X(008).
               10  WS-FL-FILE-DD         PIC X(008).
               10  WS-FL-MONTH-CNT       PIC 9(005).
               10  WS-FL-HIST-CNT        PIC 9(005).

       01  WS-KEY-TABLE.
           05  WS-KY-CNT                 PIC 9(003) VALUE ZEROS.
           05  WS-KY-ENTRY OCCURS 300 TIMES.
               10  WS-KY-PROGRAM-ID      PIC X(008).
               10  WS-KY-CURRENT-KEY     PIC X(042).
               10  WS-KY-MONTH-CNT       PIC 9(005).
               10  WS-KY-HIST-CNT        PIC 9(005).

      *-----------------------------------------------------------------
      * One entry per program on the history. The history is in
      * capture order, so WS-JT-LAST-MONTH moving on marks another
      * month the program failed in.
      *-----------------------------------------------------------------
       01  WS-JOB-TABLE.
           05  WS-JT-CNT                 PIC 9(003) VALUE ZEROS.
           05  WS-JT-ENTRY OCCURS 300 TIMES.
               10  WS-JT-PROGRAM-ID      PIC X(008).
               10  WS-JT-MONTH-CNT       PIC 9(005).
               10  WS-JT-MONTH-LOST-MIN  PIC 9(007).
               10  WS-JT-MONTH-OPEN      PIC 9(005).
               10  WS-JT-HIST-CNT        PIC 9(005).
               10  WS-JT-MONTHS-FAILED   PIC 9(003).
               10  WS-JT-LAST-MONTH      PIC 9(006).
               10  WS-JT-FIRST-DAYNO     PIC 9(007).
               10  WS-JT-LAST-DAYNO      PIC 9(007).
               10  WS-JT-PRINTED-SW      PIC X(001).
                   88  WS-JT-PRINTED         VALUE 'Y'.

       01  WS-GROUP-LINE.
           05  WS-GRL-PROGRAM-ID         PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GRL-FILE-DD            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GRL-FILE-STATUS        PIC X(002) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GRL-FAILURES           PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GRL-FIRST-DATE         PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GRL-LAST-DATE          PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-GRL-LOST-MIN           PIC Z,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(020) VALUE SPACES.

       01  WS-REPEAT-LINE.
           05  WS-RPL-PROGRAM-ID         PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RPL-KIND               PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RPL-TARGET             PIC X(042) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RPL-MONTH-CNT          PIC ZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RPL-HIST-CNT           PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RPL-FLAG               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(003) VALUE SPACES.

       01  WS-JOB-LINE.
           05  WS-JBL-PROGRAM-ID         PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-JBL-MONTH-CNT          PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-JBL-LOST-MIN           PIC Z,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-JBL-OPEN               PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-JBL-HIST-CNT           PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-JBL-MONTHS-FAILED      PIC ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-JBL-MTBF-DAYS          PIC X(005) VALUE SPACES.
           05  WS-JBL-MTBF-DAYS-N REDEFINES WS-JBL-MTBF-DAYS
                                         PIC ZZZZ9.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-JBL-FLAG               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(017) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                    PIC X(004) VALUE '*** '.
           05  WS-SCL-TITLE              PIC X(050) VALUE SPACES.
           05  FILLER                    PIC X(026) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBNS15 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ANALYSIS-CARD FROM SYSIN.

           PERFORM P050-SET-MONTH THRU P050-SET-MONTH-EXIT

           PERFORM P070-GET-PARAMETERS THRU P070-GET-PARAMETERS-EXIT

           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM P850-DATE-TO-DAYNO THRU P850-DATE-TO-DAYNO-EXIT
           MOVE WS-DN-DAYNO TO WS-RUN-DAYNO

           IF WS-RUN-DAYNO GREATER WS-RETAIN-DAYS
              SUBTRACT WS-RETAIN-DAYS FROM WS-RUN-DAYNO
                                    GIVING WS-CUTOFF-DAYNO
           ELSE
              MOVE ZERO TO WS-CUTOFF-DAYNO
           END-IF

           OPEN OUTPUT ABNHSTO.

           IF WS-FS-ABNHSTO NOT EQUAL '00'
              DISPLAY 'OPEN ABNHSTO  FS:' WS-FS-ABNHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P200-CARRY-HISTORY THRU P200-CARRY-HISTORY-EXIT

           PERFORM P300-CAPTURE-ABENDS THRU P300-CAPTURE-ABENDS-EXIT

           CLOSE ABNHSTO.
           IF WS-FS-ABNHSTO NOT EQUAL '00'
              DISPLAY 'CLOSE ABNHSTO FS:' WS-FS-ABNHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P400-ANALYZE-MONTH THRU P400-ANALYZE-MONTH-EXIT

           PERFORM P500-ANALYZE-HISTORY THRU P500-ANALYZE-HISTORY-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'ABEND HISTORY ANALYSIS'
                                   TO WS-RPT-TITLE
           MOVE WS-ANALYSIS-MONTH  TO WS-RPT-TITLE (24:6)
           MOVE 'COBNS15 '         TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE

           PERFORM P600-PRINT-GROUPS THRU P600-PRINT-GROUPS-EXIT

           PERFORM P650-PRINT-REPEATS THRU P650-PRINT-REPEATS-EXIT

           PERFORM P700-PRINT-JOBS THRU P700-PRINT-JOBS-EXIT

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'HISTORY ROWS READ...: ' WS-HIST-READ.
           DISPLAY 'ROWS PAST RETENTION.: ' WS-HIST-PRUNED.
           DISPLAY 'ABENDF ROWS READ....: ' WS-ABENDS-READ.
           DISPLAY 'ABENDF ROWS CAPTURED: ' WS-ABENDS-CAPTURED.
           DISPLAY 'ABENDF ROWS HELD....: ' WS-ABENDS-HELD.
           DISPLAY 'HISTORY ROWS WRITTEN: ' WS-HIST-WRITTEN.
           DISPLAY 'MONTH FAILURES......: ' WS-MONTH-FAILURES.
           DISPLAY 'REPEATS LISTED......: ' WS-REPEATS-LISTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBNS15 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * A blank card analyses the calendar month before the run date.
      *-----------------------------------------------------------------
       P050-SET-MONTH.

           IF WS-ANC-MONTH EQUAL SPACES
              MOVE WS-RUN-YYYY TO WS-ANM-YYYY
              MOVE WS-RUN-MM   TO WS-ANM-MM

              IF WS-ANM-MM GREATER 1
                 SUBTRACT 1 FROM WS-ANM-MM
              ELSE
                 SUBTRACT 1 FROM WS-ANM-YYYY
                 MOVE 12 TO WS-ANM-MM
              END-IF
           ELSE
              IF WS-ANC-MONTH-N NOT NUMERIC
                 DISPLAY 'INVALID ANALYSIS MONTH: ' WS-ANC-MONTH
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              MOVE WS-ANC-MONTH-N TO WS-ANALYSIS-MONTH

              IF WS-ANM-MM LESS 1
                 OR WS-ANM-MM GREATER 12
                 DISPLAY 'INVALID ANALYSIS MONTH: ' WS-ANC-MONTH
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           DISPLAY 'ANALYSIS MONTH..........: ' WS-ANALYSIS-MONTH
           .

       P050-SET-MONTH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * History retention from the shared runtime parameter file
      * (see PARAMF.cpy). A missing file or missing row leaves the
      * compiled default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'ABNHIST-DAYS    ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'ABNHIST-DAYS'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZEROS
                      AND PRM-VALUE NOT GREATER 99999
                      MOVE PRM-VALUE TO WS-RETAIN-DAYS
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'ABNHIST-DAYS'
                   END-IF
              END-READ

              CLOSE PARAMF

              IF WS-FS-PARAMF NOT EQUAL '00'
                 DISPLAY 'CLOSE PARAMF  FS: ' WS-FS-PARAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

           WHEN WS-FS-PARAMF EQUAL '35'
              DISPLAY 'PARAMF NOT DEFINED. DEFAULTS IN EFFECT.'

           WHEN OTHER
              DISPLAY 'OPEN PARAMF  FS: ' WS-FS-PARAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'HISTORY RETAINED DAYS...: ' WS-RETAIN-DAYS
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The previous generation is carried forward less the rows past
      * retention, noting the newest stamp it holds.
      *-----------------------------------------------------------------
       P200-CARRY-HISTORY.

           OPEN INPUT ABNHSTI.

           EVALUATE TRUE
           WHEN WS-FS-ABNHSTI EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P210-CARRY-NEXT-ROW THRU P210-CARRY-NEXT-ROW-EXIT
                 UNTIL WS-EOF

              CLOSE ABNHSTI

              IF WS-FS-ABNHSTI NOT EQUAL '00'
                 DISPLAY 'CLOSE ABNHSTI FS:' WS-FS-ABNHSTI
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-ABNHSTI EQUAL '35'
              DISPLAY 'NO ABEND HISTORY YET. STARTING A NEW ONE.'
           WHEN OTHER
              DISPLAY 'OPEN ABNHSTI  FS:' WS-FS-ABNHSTI
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'NEWEST ROW ON HISTORY...: ' WS-HIGH-STAMP
           .

       P200-CARRY-HISTORY-EXIT.
           EXIT.

       P210-CARRY-NEXT-ROW.

           READ ABNHSTI INTO REC-ABEND-HISTORY
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-HIST-READ

                MOVE AH-RUN-DATE TO WS-RST-DATE
                MOVE AH-RUN-TIME TO WS-RST-TIME

                IF WS-ROW-STAMP-N GREATER WS-HIGH-STAMP-N
                   MOVE WS-ROW-STAMP TO WS-HIGH-STAMP
                END-IF

                MOVE AH-RUN-DATE TO WS-DN-DATE
                PERFORM P850-DATE-TO-DAYNO
                THRU    P850-DATE-TO-DAYNO-EXIT

                IF WS-DN-DAYNO LESS WS-CUTOFF-DAYNO
                   ADD 1 TO WS-HIST-PRUNED
                ELSE
                   PERFORM P350-WRITE-HISTORY
                   THRU    P350-WRITE-HISTORY-EXIT
                END-IF
           END-READ

           IF WS-FS-ABNHSTI NOT EQUAL '00'
              AND WS-FS-ABNHSTI NOT EQUAL '10'
              DISPLAY 'READ ABNHSTI  FS:' WS-FS-ABNHSTI
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P210-CARRY-NEXT-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ABENDF is appended by every program's P999-ERROR in time
      * order; rows no later than the newest on the history were
      * taken by an earlier run and are left alone.
      *-----------------------------------------------------------------
       P300-CAPTURE-ABENDS.

           OPEN INPUT ABENDF.

           EVALUATE TRUE
           WHEN WS-FS-ABENDF EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P310-CAPTURE-NEXT-ABEND
              THRU    P310-CAPTURE-NEXT-ABEND-EXIT
                 UNTIL WS-EOF

              CLOSE ABENDF

              IF WS-FS-ABENDF NOT EQUAL '00'
                 DISPLAY 'CLOSE ABENDF  FS:' WS-FS-ABENDF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-ABENDF EQUAL '35'
              DISPLAY 'ABENDF NOT DEFINED. NO NEW ABENDS TAKEN.'
           WHEN OTHER
              DISPLAY 'OPEN ABENDF   FS:' WS-FS-ABENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P300-CAPTURE-ABENDS-EXIT.
           EXIT.

       P310-CAPTURE-NEXT-ABEND.

           READ ABENDF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-ABENDS-READ

                MOVE ABD-RUN-DATE TO WS-RST-DATE
                MOVE ABD-RUN-TIME TO WS-RST-TIME

                MOVE ABD-RUN-DATE TO WS-DN-DATE
                PERFORM P850-DATE-TO-DAYNO
                THRU    P850-DATE-TO-DAYNO-EXIT

                EVALUATE TRUE
                WHEN WS-ROW-STAMP-N NOT GREATER WS-HIGH-STAMP-N
                   ADD 1 TO WS-ABENDS-HELD
                WHEN WS-DN-DAYNO LESS WS-CUTOFF-DAYNO
                   ADD 1 TO WS-HIST-PRUNED
                WHEN OTHER
                   MOVE SPACES               TO REC-ABEND-HISTORY
                   MOVE ABD-PROGRAM-ID       TO AH-PROGRAM-ID
                   MOVE ABD-RUN-DATE         TO AH-RUN-DATE
                   MOVE ABD-RUN-TIME         TO AH-RUN-TIME
                   MOVE ABD-FILE-DD          TO AH-FILE-DD
                   MOVE ABD-FILE-STATUS      TO AH-FILE-STATUS
                   MOVE ABD-RECORDS-READ     TO AH-RECORDS-READ
                   MOVE ABD-RECORDS-WRITTEN  TO AH-RECORDS-WRITTEN
                   MOVE ABD-RECORDS-REJECTED TO AH-RECORDS-REJECTED
                   MOVE ABD-CURRENT-KEY      TO AH-CURRENT-KEY
                   MOVE WS-RUN-DATE          TO AH-CAPTURE-DATE

                   PERFORM P350-WRITE-HISTORY
                   THRU    P350-WRITE-HISTORY-EXIT

                   ADD 1 TO WS-ABENDS-CAPTURED
                END-EVALUATE
           END-READ

           IF WS-FS-ABENDF NOT EQUAL '00'
              AND WS-FS-ABENDF NOT EQUAL '10'
              DISPLAY 'READ ABENDF   FS:' WS-FS-ABENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P310-CAPTURE-NEXT-ABEND-EXIT.
           EXIT.

       P350-WRITE-HISTORY.

           WRITE REC-ABEND-HISTORY
           END-WRITE

           IF WS-FS-ABNHSTO NOT EQUAL '00'
              DISPLAY 'WRITE ABNHSTO FS:' WS-FS-ABNHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-HIST-WRITTEN
           .

       P350-WRITE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * First pass over the new generation: the analysis month's
      * rows only, costed against RUNCTLF.
      *-----------------------------------------------------------------
       P400-ANALYZE-MONTH.

           OPEN INPUT RUNCTLF.

           EVALUATE TRUE
           WHEN WS-FS-RUNCTLF EQUAL '00'
              CONTINUE
           WHEN WS-FS-RUNCTLF EQUAL '35'
              DISPLAY 'RUNCTLF NOT DEFINED. WINDOW COST NOT MEASURED.'
              MOVE 'Y' TO WS-RUNCTLF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN RUNCTLF  FS:' WS-FS-RUNCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN INPUT ABNHSTO.

           IF WS-FS-ABNHSTO NOT EQUAL '00'
              DISPLAY 'OPEN ABNHSTO  FS:' WS-FS-ABNHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW

           PERFORM P410-MONTH-NEXT-ROW THRU P410-MONTH-NEXT-ROW-EXIT
              UNTIL WS-EOF

           CLOSE ABNHSTO.
           IF WS-FS-ABNHSTO NOT EQUAL '00'
              DISPLAY 'CLOSE ABNHSTO FS:' WS-FS-ABNHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-RUNCTLF-OFF
              CLOSE RUNCTLF

              IF WS-FS-RUNCTLF NOT EQUAL '00'
                 DISPLAY 'CLOSE RUNCTLF FS:' WS-FS-RUNCTLF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P400-ANALYZE-MONTH-EXIT.
           EXIT.

       P410-MONTH-NEXT-ROW.

           READ ABNHSTO
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                IF AH-RUN-YYYYMM EQUAL WS-ANALYSIS-MONTH
                   ADD 1 TO WS-MONTH-FAILURES

                   PERFORM P420-MEASURE-COST
                   THRU    P420-MEASURE-COST-EXIT

                   PERFORM P430-TALLY-GROUP
                   THRU    P430-TALLY-GROUP-EXIT

                   PERFORM P440-FIND-FILE
                   THRU    P440-FIND-FILE-EXIT

                   IF NOT WS-FOUND
                      PERFORM P445-ADD-FILE
                      THRU    P445-ADD-FILE-EXIT
                   END-IF

                   ADD 1 TO WS-FL-MONTH-CNT (WS-FX)

                   IF AH-CURRENT-KEY NOT EQUAL SPACES
                      PERFORM P450-FIND-KEY
                      THRU    P450-FIND-KEY-EXIT

                      IF NOT WS-FOUND
                         PERFORM P455-ADD-KEY
                         THRU    P455-ADD-KEY-EXIT
                      END-IF

                      ADD 1 TO WS-KY-MONTH-CNT (WS-KX)
                   END-IF

                   PERFORM P460-FIND-JOB
                   THRU    P460-FIND-JOB-EXIT

                   ADD 1 TO WS-JT-MONTH-CNT (WS-JX)

                   IF WS-COST-MEASURED
                      ADD WS-LOST-MIN TO WS-JT-MONTH-LOST-MIN (WS-JX)
                   END-IF

                   IF WS-CTL-ROW-NONE
                      CONTINUE
                   ELSE
                      IF RC-STARTED
                         ADD 1 TO WS-JT-MONTH-OPEN (WS-JX)
                         ADD 1 TO WS-MONTH-OPEN
                      END-IF
                   END-IF
                END-IF
           END-READ

           IF WS-FS-ABNHSTO NOT EQUAL '00'
              AND WS-FS-ABNHSTO NOT EQUAL '10'
              DISPLAY 'READ ABNHSTO  FS:' WS-FS-ABNHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P410-MONTH-NEXT-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Window spent before the failure: abend time less the start
      * time on the job's RUNCTLF row for that night. When the job
      * was rerun and its row restarted after the abend, the start no
      * longer belongs to the failed run and the cost is not measured.
      *-----------------------------------------------------------------
       P420-MEASURE-COST.

           MOVE 'N'  TO WS-CTL-ROW-SW
           MOVE 'N'  TO WS-COST-SW
           MOVE ZERO TO WS-LOST-MIN

           IF NOT WS-RUNCTLF-OFF
              MOVE AH-PROGRAM-ID TO RC-JOB-ID
              MOVE AH-RUN-DATE   TO RC-RUN-DATE

              PERFORM P425-READ-RUN-CONTROL
              THRU    P425-READ-RUN-CONTROL-EXIT

              IF WS-FOUND
                 MOVE 'S' TO WS-CTL-ROW-SW
              ELSE
                 MOVE AH-RUN-DATE TO WS-PD-DATE

                 PERFORM P860-PRIOR-DAY THRU P860-PRIOR-DAY-EXIT

                 MOVE AH-PROGRAM-ID TO RC-JOB-ID
                 MOVE WS-PD-DATE    TO RC-RUN-DATE

                 PERFORM P425-READ-RUN-CONTROL
                 THRU    P425-READ-RUN-CONTROL-EXIT

                 IF WS-FOUND
                    MOVE 'P' TO WS-CTL-ROW-SW
                 END-IF
              END-IF
           END-IF

           IF NOT WS-CTL-ROW-NONE
              MOVE RC-START-TIME TO WS-TIME-WORK
              PERFORM P870-TIME-TO-SECONDS
              THRU    P870-TIME-TO-SECONDS-EXIT
              MOVE WS-TIME-SEC   TO WS-START-SEC

              MOVE AH-RUN-TIME   TO WS-TIME-WORK
              PERFORM P870-TIME-TO-SECONDS
              THRU    P870-TIME-TO-SECONDS-EXIT
              MOVE WS-TIME-SEC   TO WS-ABEND-SEC

              SUBTRACT WS-START-SEC FROM WS-ABEND-SEC
                 GIVING WS-LOST-SEC

              IF WS-CTL-ROW-PRIOR-DAY
                 ADD 86400 TO WS-LOST-SEC
              END-IF

              IF WS-LOST-SEC NOT LESS ZERO
                 DIVIDE WS-LOST-SEC BY 60
                    GIVING WS-LOST-MIN ROUNDED
                 MOVE 'Y' TO WS-COST-SW
              END-IF
           END-IF

           IF WS-COST-MEASURED
              ADD WS-LOST-MIN TO WS-MONTH-LOST-MIN
           ELSE
              ADD 1 TO WS-MONTH-UNMEASURED
           END-IF
           .

       P420-MEASURE-COST-EXIT.
           EXIT.

       P425-READ-RUN-CONTROL.

           MOVE 'N' TO WS-FOUND-SW

           READ RUNCTLF
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-FOUND-SW
           END-READ

           IF WS-FS-RUNCTLF NOT EQUAL '00'
              AND WS-FS-RUNCTLF NOT EQUAL '23'
              DISPLAY 'READ RUNCTLF  FS:' WS-FS-RUNCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P425-READ-RUN-CONTROL-EXIT.
           EXIT.

       P430-TALLY-GROUP.

           MOVE 'N' TO WS-FOUND-SW
           MOVE 0   TO WS-GX

           PERFORM P435-CHECK-GROUP THRU P435-CHECK-GROUP-EXIT
              UNTIL WS-FOUND
                 OR WS-GX NOT LESS WS-GR-CNT

           IF NOT WS-FOUND
              IF WS-GR-CNT NOT LESS 200
                 DISPLAY 'GROUP TABLE FULL AT: ' WS-GR-CNT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-GR-CNT
              MOVE WS-GR-CNT      TO WS-GX
              MOVE AH-PROGRAM-ID  TO WS-GR-PROGRAM-ID (WS-GX)
              MOVE AH-FILE-DD     TO WS-GR-FILE-DD (WS-GX)
              MOVE AH-FILE-STATUS TO WS-GR-FILE-STATUS (WS-GX)
              MOVE ZERO           TO WS-GR-FAILURES (WS-GX)
                                     WS-GR-LOST-MIN (WS-GX)
              MOVE AH-RUN-DATE    TO WS-GR-FIRST-DATE (WS-GX)
                                     WS-GR-LAST-DATE (WS-GX)
           END-IF

           ADD 1 TO WS-GR-FAILURES (WS-GX)

           IF AH-RUN-DATE LESS WS-GR-FIRST-DATE (WS-GX)
              MOVE AH-RUN-DATE TO WS-GR-FIRST-DATE (WS-GX)
           END-IF

           IF AH-RUN-DATE GREATER WS-GR-LAST-DATE (WS-GX)
              MOVE AH-RUN-DATE TO WS-GR-LAST-DATE (WS-GX)
           END-IF

           IF WS-COST-MEASURED
              ADD WS-LOST-MIN TO WS-GR-LOST-MIN (WS-GX)
           END-IF
           .

       P430-TALLY-GROUP-EXIT.
           EXIT.

       P435-CHECK-GROUP.

           ADD 1 TO WS-GX

           IF WS-GR-PROGRAM-ID (WS-GX) EQUAL AH-PROGRAM-ID
              AND WS-GR-FILE-DD (WS-GX) EQUAL AH-FILE-DD
              AND WS-GR-FILE-STATUS (WS-GX) EQUAL AH-FILE-STATUS
              MOVE 'Y' TO WS-FOUND-SW
           END-IF
           .

       P435-CHECK-GROUP-EXIT.
           EXIT.

       P440-FIND-FILE.

           MOVE 'N' TO WS-FOUND-SW
           MOVE 0   TO WS-FX

           PERFORM P442-CHECK-FILE THRU P442-CHECK-FILE-EXIT
              UNTIL WS-FOUND
                 OR WS-FX NOT LESS WS-FL-CNT
           .

       P440-FIND-FILE-EXIT.
           EXIT.

       P442-CHECK-FILE.

           ADD 1 TO WS-FX

           IF WS-FL-PROGRAM-ID (WS-FX) EQUAL AH-PROGRAM-ID
              AND WS-FL-FILE-DD (WS-FX) EQUAL AH-FILE-DD
              MOVE 'Y' TO WS-FOUND-SW
           END-IF
           .

       P442-CHECK-FILE-EXIT.
           EXIT.

       P445-ADD-FILE.

           IF WS-FL-CNT NOT LESS 200
              DISPLAY 'FILE TABLE FULL AT: ' WS-FL-CNT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-FL-CNT
           MOVE WS-FL-CNT     TO WS-FX
           MOVE AH-PROGRAM-ID TO WS-FL-PROGRAM-ID (WS-FX)
           MOVE AH-FILE-DD    TO WS-FL-FILE-DD (WS-FX)
           MOVE ZERO          TO WS-FL-MONTH-CNT (WS-FX)
                                 WS-FL-HIST-CNT (WS-FX)
           .

       P445-ADD-FILE-EXIT.
           EXIT.

       P450-FIND-KEY.

           MOVE 'N' TO WS-FOUND-SW
           MOVE 0   TO WS-KX

           PERFORM P452-CHECK-KEY THRU P452-CHECK-KEY-EXIT
              UNTIL WS-FOUND
                 OR WS-KX NOT LESS WS-KY-CNT
           .

       P450-FIND-KEY-EXIT.
           EXIT.

       P452-CHECK-KEY.

           ADD 1 TO WS-KX

           IF WS-KY-PROGRAM-ID (WS-KX) EQUAL AH-PROGRAM-ID
              AND WS-KY-CURRENT-KEY (WS-KX) EQUAL AH-CURRENT-KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-IF
           .

       P452-CHECK-KEY-EXIT.
           EXIT.

       P455-ADD-KEY.

           IF WS-KY-CNT NOT LESS 300
              DISPLAY 'KEY TABLE FULL AT: ' WS-KY-CNT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-KY-CNT
           MOVE WS-KY-CNT      TO WS-KX
           MOVE AH-PROGRAM-ID  TO WS-KY-PROGRAM-ID (WS-KX)
           MOVE AH-CURRENT-KEY TO WS-KY-CURRENT-KEY (WS-KX)
           MOVE ZERO           TO WS-KY-MONTH-CNT (WS-KX)
                                  WS-KY-HIST-CNT (WS-KX)
           .

       P455-ADD-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Finds the row's program on the job table, adding it if new.
      *-----------------------------------------------------------------
       P460-FIND-JOB.

           MOVE 'N' TO WS-FOUND-SW
           MOVE 0   TO WS-JX

           PERFORM P462-CHECK-JOB THRU P462-CHECK-JOB-EXIT
              UNTIL WS-FOUND
                 OR WS-JX NOT LESS WS-JT-CNT

           IF NOT WS-FOUND
              IF WS-JT-CNT NOT LESS 300
                 DISPLAY 'JOB TABLE FULL AT: ' WS-JT-CNT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-JT-CNT
              MOVE WS-JT-CNT     TO WS-JX
              MOVE AH-PROGRAM-ID TO WS-JT-PROGRAM-ID (WS-JX)
              MOVE ZERO          TO WS-JT-MONTH-CNT (WS-JX)
                                    WS-JT-MONTH-LOST-MIN (WS-JX)
                                    WS-JT-MONTH-OPEN (WS-JX)
                                    WS-JT-HIST-CNT (WS-JX)
                                    WS-JT-MONTHS-FAILED (WS-JX)
                                    WS-JT-LAST-MONTH (WS-JX)
                                    WS-JT-FIRST-DAYNO (WS-JX)
                                    WS-JT-LAST-DAYNO (WS-JX)
              MOVE 'N'           TO WS-JT-PRINTED-SW (WS-JX)
           END-IF
           .

       P460-FIND-JOB-EXIT.
           EXIT.

       P462-CHECK-JOB.

           ADD 1 TO WS-JX

           IF WS-JT-PROGRAM-ID (WS-JX) EQUAL AH-PROGRAM-ID
              MOVE 'Y' TO WS-FOUND-SW
           END-IF
           .

       P462-CHECK-JOB-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Second pass over the whole retained history: each program's
      * failure count, span and months failed, and the history counts
      * behind the month's file and key repeats.
      *-----------------------------------------------------------------
       P500-ANALYZE-HISTORY.

           OPEN INPUT ABNHSTO.

           IF WS-FS-ABNHSTO NOT EQUAL '00'
              DISPLAY 'OPEN ABNHSTO  FS:' WS-FS-ABNHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW

           PERFORM P510-HISTORY-NEXT-ROW THRU P510-HISTORY-NEXT-ROW-EXIT
              UNTIL WS-EOF

           CLOSE ABNHSTO.
           IF WS-FS-ABNHSTO NOT EQUAL '00'
              DISPLAY 'CLOSE ABNHSTO FS:' WS-FS-ABNHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P500-ANALYZE-HISTORY-EXIT.
           EXIT.

       P510-HISTORY-NEXT-ROW.

           READ ABNHSTO
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                MOVE AH-RUN-DATE TO WS-DN-DATE
                PERFORM P850-DATE-TO-DAYNO
                THRU    P850-DATE-TO-DAYNO-EXIT

                PERFORM P460-FIND-JOB THRU P460-FIND-JOB-EXIT

                ADD 1 TO WS-JT-HIST-CNT (WS-JX)

                IF WS-JT-HIST-CNT (WS-JX) EQUAL 1
                   OR WS-DN-DAYNO LESS WS-JT-FIRST-DAYNO (WS-JX)
                   MOVE WS-DN-DAYNO TO WS-JT-FIRST-DAYNO (WS-JX)
                END-IF

                IF WS-DN-DAYNO GREATER WS-JT-LAST-DAYNO (WS-JX)
                   MOVE WS-DN-DAYNO TO WS-JT-LAST-DAYNO (WS-JX)
                END-IF

                IF AH-RUN-YYYYMM NOT EQUAL WS-JT-LAST-MONTH (WS-JX)
                   ADD 1 TO WS-JT-MONTHS-FAILED (WS-JX)
                   MOVE AH-RUN-YYYYMM TO WS-JT-LAST-MONTH (WS-JX)
                END-IF

                PERFORM P440-FIND-FILE THRU P440-FIND-FILE-EXIT

                IF WS-FOUND
                   ADD 1 TO WS-FL-HIST-CNT (WS-FX)
                END-IF

                IF AH-CURRENT-KEY NOT EQUAL SPACES
                   PERFORM P450-FIND-KEY THRU P450-FIND-KEY-EXIT

                   IF WS-FOUND
                      ADD 1 TO WS-KY-HIST-CNT (WS-KX)
                   END-IF
                END-IF
           END-READ

           IF WS-FS-ABNHSTO NOT EQUAL '00'
              AND WS-FS-ABNHSTO NOT EQUAL '10'
              DISPLAY 'READ ABNHSTO  FS:' WS-FS-ABNHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P510-HISTORY-NEXT-ROW-EXIT.
           EXIT.

       P600-PRINT-GROUPS.

           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'PROGRAM   DD        FS  FAILS  FIRST     LAST'
                                   TO WS-COLUMN-HEADING (1:46)
           MOVE 'MIN LOST'         TO WS-COLUMN-HEADING (53:8)
           MOVE 999                TO WS-RPT-LINE-CTR

           MOVE 'FAILURES BY PROGRAM, DD AND FILE STATUS'
                                   TO WS-SCL-TITLE
           MOVE WS-SECTION-LINE    TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES             TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           IF WS-GR-CNT EQUAL ZERO
              MOVE '   NO ABENDS RECORDED IN THE MONTH'
                                   TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           MOVE 1 TO WS-GX

           PERFORM P610-PRINT-ONE-GROUP THRU P610-PRINT-ONE-GROUP-EXIT
              UNTIL WS-GX GREATER WS-GR-CNT
           .

       P600-PRINT-GROUPS-EXIT.
           EXIT.

       P610-PRINT-ONE-GROUP.

           MOVE SPACES                      TO WS-GROUP-LINE
           MOVE WS-GR-PROGRAM-ID (WS-GX)    TO WS-GRL-PROGRAM-ID
           MOVE WS-GR-FILE-DD (WS-GX)       TO WS-GRL-FILE-DD
           MOVE WS-GR-FILE-STATUS (WS-GX)   TO WS-GRL-FILE-STATUS
           MOVE WS-GR-FAILURES (WS-GX)      TO WS-GRL-FAILURES
           MOVE WS-GR-FIRST-DATE (WS-GX)    TO WS-GRL-FIRST-DATE
           MOVE WS-GR-LAST-DATE (WS-GX)     TO WS-GRL-LAST-DATE
           MOVE WS-GR-LOST-MIN (WS-GX)      TO WS-GRL-LOST-MIN

           MOVE WS-GROUP-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           ADD 1 TO WS-GX
           .

       P610-PRINT-ONE-GROUP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A program that failed more than once in the month on the same
      * file or the same key. RECURRING: it failed that way before
      * the month too, so nobody has fixed it yet.
      *-----------------------------------------------------------------
       P650-PRINT-REPEATS.

           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'PROGRAM  ON   DD OR CURRENT KEY'
                                   TO WS-COLUMN-HEADING (1:31)
           MOVE 'MNTH  HIST FLAG'  TO WS-COLUMN-HEADING (58:15)
           MOVE 999                TO WS-RPT-LINE-CTR

           MOVE 'REPEATED FAILURES ON THE SAME FILE OR KEY'
                                   TO WS-SCL-TITLE
           MOVE WS-SECTION-LINE    TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES             TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 1 TO WS-FX

           PERFORM P660-PRINT-FILE-REPEAT
           THRU    P660-PRINT-FILE-REPEAT-EXIT
              UNTIL WS-FX GREATER WS-FL-CNT

           MOVE 1 TO WS-KX

           PERFORM P670-PRINT-KEY-REPEAT
           THRU    P670-PRINT-KEY-REPEAT-EXIT
              UNTIL WS-KX GREATER WS-KY-CNT

           IF WS-REPEATS-LISTED EQUAL ZERO
              MOVE '   NO REPEATED FAILURES IN THE MONTH'
                                   TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P650-PRINT-REPEATS-EXIT.
           EXIT.

       P660-PRINT-FILE-REPEAT.

           IF WS-FL-MONTH-CNT (WS-FX) GREATER 1
              MOVE SPACES                    TO WS-REPEAT-LINE
              MOVE WS-FL-PROGRAM-ID (WS-FX)  TO WS-RPL-PROGRAM-ID
              MOVE 'FILE'                    TO WS-RPL-KIND
              MOVE WS-FL-FILE-DD (WS-FX)     TO WS-RPL-TARGET
              MOVE WS-FL-MONTH-CNT (WS-FX)   TO WS-RPL-MONTH-CNT
              MOVE WS-FL-HIST-CNT (WS-FX)    TO WS-RPL-HIST-CNT

              IF WS-FL-HIST-CNT (WS-FX) GREATER WS-FL-MONTH-CNT (WS-FX)
                 MOVE 'RECURRING' TO WS-RPL-FLAG
              END-IF

              MOVE WS-REPEAT-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              ADD 1 TO WS-REPEATS-LISTED
           END-IF

           ADD 1 TO WS-FX
           .

       P660-PRINT-FILE-REPEAT-EXIT.
           EXIT.

       P670-PRINT-KEY-REPEAT.

           IF WS-KY-MONTH-CNT (WS-KX) GREATER 1
              MOVE SPACES                    TO WS-REPEAT-LINE
              MOVE WS-KY-PROGRAM-ID (WS-KX)  TO WS-RPL-PROGRAM-ID
              MOVE 'KEY'                     TO WS-RPL-KIND
              MOVE WS-KY-CURRENT-KEY (WS-KX) TO WS-RPL-TARGET
              MOVE WS-KY-MONTH-CNT (WS-KX)   TO WS-RPL-MONTH-CNT
              MOVE WS-KY-HIST-CNT (WS-KX)    TO WS-RPL-HIST-CNT

              IF WS-KY-HIST-CNT (WS-KX) GREATER WS-KY-MONTH-CNT (WS-KX)
                 MOVE 'RECURRING' TO WS-RPL-FLAG
              END-IF

              MOVE WS-REPEAT-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              ADD 1 TO WS-REPEATS-LISTED
           END-IF

           ADD 1 TO WS-KX
           .

       P670-PRINT-KEY-REPEAT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Jobs that failed in the month, the costliest first. Mean days
      * between failures is over the retained history: the span from
      * first to last failure over the gaps between them.
      *-----------------------------------------------------------------
       P700-PRINT-JOBS.

           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'PROGRAM   FAILS   MIN LOST   OPEN   HIST  MTHS'
                                   TO WS-COLUMN-HEADING (1:46)
           MOVE ' MTBF   FLAG'     TO WS-COLUMN-HEADING (47:12)
           MOVE 999                TO WS-RPT-LINE-CTR

           MOVE 'WINDOW COST AND RECURRENCE BY JOB'
                                   TO WS-SCL-TITLE
           MOVE WS-SECTION-LINE    TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES             TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 1 TO WS-BEST-JX

           PERFORM P710-PRINT-NEXT-COSTLIEST
           THRU    P710-PRINT-NEXT-COSTLIEST-EXIT
              UNTIL WS-BEST-JX EQUAL ZERO

           IF WS-JOBS-PRINTED EQUAL ZERO
              MOVE '   NO JOB FAILED IN THE MONTH'
                                   TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P700-PRINT-JOBS-EXIT.
           EXIT.

       P710-PRINT-NEXT-COSTLIEST.

           MOVE 0 TO WS-BEST-JX
           MOVE 1 TO WS-JX

           PERFORM P715-CHECK-COSTLIEST THRU P715-CHECK-COSTLIEST-EXIT
              UNTIL WS-JX GREATER WS-JT-CNT

           IF WS-BEST-JX GREATER ZERO
              PERFORM P720-PRINT-ONE-JOB THRU P720-PRINT-ONE-JOB-EXIT
           END-IF
           .

       P710-PRINT-NEXT-COSTLIEST-EXIT.
           EXIT.

       P715-CHECK-COSTLIEST.

           IF WS-JT-MONTH-CNT (WS-JX) GREATER ZERO
              AND NOT WS-JT-PRINTED (WS-JX)
              IF WS-BEST-JX EQUAL ZERO
                 MOVE WS-JX TO WS-BEST-JX
              ELSE
                 IF WS-JT-MONTH-LOST-MIN (WS-JX)
                    GREATER WS-JT-MONTH-LOST-MIN (WS-BEST-JX)
                    MOVE WS-JX TO WS-BEST-JX
                 END-IF
              END-IF
           END-IF

           ADD 1 TO WS-JX
           .

       P715-CHECK-COSTLIEST-EXIT.
           EXIT.

       P720-PRINT-ONE-JOB.

           MOVE 'Y' TO WS-JT-PRINTED-SW (WS-BEST-JX)
           ADD 1 TO WS-JOBS-PRINTED

           MOVE SPACES                            TO WS-JOB-LINE
           MOVE WS-JT-PROGRAM-ID (WS-BEST-JX)     TO WS-JBL-PROGRAM-ID
           MOVE WS-JT-MONTH-CNT (WS-BEST-JX)      TO WS-JBL-MONTH-CNT
           MOVE WS-JT-MONTH-LOST-MIN (WS-BEST-JX) TO WS-JBL-LOST-MIN
           MOVE WS-JT-MONTH-OPEN (WS-BEST-JX)     TO WS-JBL-OPEN
           MOVE WS-JT-HIST-CNT (WS-BEST-JX)       TO WS-JBL-HIST-CNT
           MOVE WS-JT-MONTHS-FAILED (WS-BEST-JX)
                                           TO WS-JBL-MONTHS-FAILED

           IF WS-JT-HIST-CNT (WS-BEST-JX) GREATER 1
              COMPUTE WS-MTBF-DAYS ROUNDED =
                      (WS-JT-LAST-DAYNO (WS-BEST-JX)
                     - WS-JT-FIRST-DAYNO (WS-BEST-JX))
                    / (WS-JT-HIST-CNT (WS-BEST-JX) - 1)
              MOVE WS-MTBF-DAYS TO WS-JBL-MTBF-DAYS-N
           ELSE
              MOVE '    -'      TO WS-JBL-MTBF-DAYS
           END-IF

           IF WS-JT-MONTHS-FAILED (WS-BEST-JX) GREATER 1
              MOVE 'RECURRING' TO WS-JBL-FLAG
           END-IF

           MOVE WS-JOB-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P720-PRINT-ONE-JOB-EXIT.
           EXIT.

       P850-DATE-TO-DAYNO.

           MULTIPLY WS-DN-YYYY BY 360 GIVING WS-T1
           MULTIPLY WS-DN-MM   BY 30  GIVING WS-T2
           ADD      WS-T1 WS-T2 WS-DN-DD GIVING WS-DN-DAYNO
           .

       P850-DATE-TO-DAYNO-EXIT.
           EXIT.

       P860-PRIOR-DAY.

           IF WS-PD-DD GREATER 1
              SUBTRACT 1 FROM WS-PD-DD
           ELSE
              IF WS-PD-MM GREATER 1
                 SUBTRACT 1 FROM WS-PD-MM
                 MOVE WS-MONTH-DAYS (WS-PD-MM) TO WS-PD-DD

                 IF WS-PD-MM EQUAL 2
                    DIVIDE WS-PD-YYYY BY 4
                       GIVING WS-PD-QUOT REMAINDER WS-PD-REM4
                    DIVIDE WS-PD-YYYY BY 100
                       GIVING WS-PD-QUOT REMAINDER WS-PD-REM100
                    DIVIDE WS-PD-YYYY BY 400
                       GIVING WS-PD-QUOT REMAINDER WS-PD-REM400

                    IF WS-PD-REM400 EQUAL ZERO
                       OR (WS-PD-REM4 EQUAL ZERO
                           AND WS-PD-REM100 NOT EQUAL ZERO)
                       MOVE 29 TO WS-PD-DD
                    END-IF
                 END-IF
              ELSE
                 SUBTRACT 1 FROM WS-PD-YYYY
                 MOVE 12 TO WS-PD-MM
                 MOVE 31 TO WS-PD-DD
              END-IF
           END-IF
           .

       P860-PRIOR-DAY-EXIT.
           EXIT.

       P870-TIME-TO-SECONDS.

           COMPUTE WS-TIME-SEC = (WS-TIM-HH * 3600)
                               + (WS-TIM-MM * 60)
                               + WS-TIM-SS
           .

       P870-TIME-TO-SECONDS-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           IF WS-REPEATS-LISTED GREATER ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'MONTH FAILURES'    TO WS-RPT-CNT-LABEL
           MOVE WS-MONTH-FAILURES   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'WINDOW MINUTES LOST' TO WS-RPT-CNT-LABEL
           MOVE WS-MONTH-LOST-MIN   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'COST NOT MEASURED' TO WS-RPT-CNT-LABEL
           MOVE WS-MONTH-UNMEASURED TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'NIGHTS LEFT OPEN'  TO WS-RPT-CNT-LABEL
           MOVE WS-MONTH-OPEN       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REPEATS LISTED'    TO WS-RPT-CNT-LABEL
           MOVE WS-REPEATS-LISTED   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'HISTORY ROWS HELD' TO WS-RPT-CNT-LABEL
           MOVE WS-HIST-WRITTEN     TO WS-RPT-CNT-VALUE
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
