      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Dataset growth and capacity forecast. Run after COBNS08 has
      * written the night's integrity manifest: the night's record
      * counts by file and record type (MANIFSTF), and the record
      * counts of the growing side files AUDITF, INCHSTF, ACCESSLG
      * and STKJRNF, are added to the capacity history (see
      * CAPHSTF.cpy) carried from generation to generation for the
      * PARAMF retention period.
      *
      * Over the retained history each file and record type's growth
      * is its count change from the first night kept to tonight,
      * shown per 30 days. For each file a PARAMF ceiling -- in
      * thousands of records, the most its space allocation holds --
      * gives the days left at that rate and the month it is reached;
      * a file already over its ceiling, or projected to reach it
      * within the PARAMF horizon, is flagged so storage can be
      * ordered ahead of time, and the run ends with return code 4.
      * Days are counted 360 to the year, as elsewhere in the shop.
      *
      * PARAMF rows (see PARAMF.cpy):
      *   CAPHORIZON-DAYS  warning horizon in days          (90)
      *   CAPHIST-DAYS     nights of history retained, days (400)
      *   CAPMAX-ffffffff  ceiling of file ffffffff, thousands of
      *                    records (no row: growth shown, no forecast)
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBNS14.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT MANIFSTF ASSIGN TO MANIFSTF
                  FILE STATUS IS WS-FS-MANIFSTF.

           SELECT AUDITF   ASSIGN TO AUDITF
                  FILE STATUS IS WS-FS-AUDITF.

           SELECT INCHSTF  ASSIGN TO INCHSTF
                  FILE STATUS IS WS-FS-INCHSTF.

           SELECT ACCESSLG ASSIGN TO ACCESSLG
                  FILE STATUS IS WS-FS-ACCESSLG.

           SELECT STKJRNF  ASSIGN TO STKJRNF
                  FILE STATUS IS WS-FS-STKJRNF.

      *-----------------------------------------------------------------
      * CAPHSTI is the previous generation of the capacity history,
      * CAPHSTO the one this run writes.
      *-----------------------------------------------------------------
           SELECT CAPHSTI  ASSIGN TO CAPHSTI
                  FILE STATUS IS WS-FS-CAPHSTI.

           SELECT CAPHSTO  ASSIGN TO CAPHSTO
                  FILE STATUS IS WS-FS-CAPHSTO.

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

       FD  MANIFSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY MANIFSTF.

      *-----------------------------------------------------------------
      * The side files are only counted, so their records are read as
      * plain bytes.
      *-----------------------------------------------------------------
       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       01  REC-AUDIT                     PIC  X(1018).

       FD  INCHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 039 CHARACTERS.

       01  REC-INCOME-HISTORY            PIC  X(039).

       FD  ACCESSLG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-ACCESS-LOG                PIC  X(080).

       FD  STKJRNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-STOCK-JOURNAL             PIC  X(080).

       FD  CAPHSTI
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       01  REC-CAPACITY-HISTORY-IN       PIC  X(040).

       FD  CAPHSTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CAPHSTF.

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
           05  WS-FS-MANIFSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-AUDITF              PIC X(002) VALUE SPACES.
           05  WS-FS-INCHSTF             PIC X(002) VALUE SPACES.
           05  WS-FS-ACCESSLG            PIC X(002) VALUE SPACES.
           05  WS-FS-STKJRNF             PIC X(002) VALUE SPACES.
           05  WS-FS-CAPHSTI             PIC X(002) VALUE SPACES.
           05  WS-FS-CAPHSTO             PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-HIST-READ              PIC 9(009) VALUE ZEROS.
           05  WS-HIST-KEPT              PIC 9(009) VALUE ZEROS.
           05  WS-HIST-PRUNED            PIC 9(009) VALUE ZEROS.
           05  WS-HIST-REPLACED          PIC 9(009) VALUE ZEROS.
           05  WS-HIST-WRITTEN           PIC 9(009) VALUE ZEROS.
           05  WS-FILES-FLAGGED          PIC 9(009) VALUE ZEROS.
           05  WS-SIDE-COUNT             PIC 9(009) VALUE ZEROS.
           05  WS-TX                     PIC 9(003) VALUE ZEROS.
           05  WS-SX                     PIC 9(003) VALUE ZEROS.
           05  WS-FX                     PIC 9(003) VALUE ZEROS.
           05  WS-SIDE-FILE-ID           PIC X(008) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-TONIGHT-DATE               PIC 9(008) VALUE ZEROS.
       01  WS-TONIGHT-DAYNO              PIC 9(007) VALUE ZEROS.
       01  WS-CUTOFF-DAYNO               PIC 9(007) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Compiled defaults only -- overridden at startup from PARAMF.
      *-----------------------------------------------------------------
       01  WS-PARAMETERS.
           05  WS-HORIZON-DAYS           PIC 9(005) VALUE 90.
           05  WS-RETAIN-DAYS            PIC 9(005) VALUE 400.

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
           05  WS-DN-REST                PIC 9(007) VALUE ZEROS.

       01  WS-PROJECTED-MONTH            PIC 9(006) VALUE ZEROS.
       01  WS-PROJECTED-MONTH-R REDEFINES WS-PROJECTED-MONTH.
           05  WS-PJM-YYYY               PIC 9(004).
           05  WS-PJM-MM                 PIC 9(002).

      *-----------------------------------------------------------------
      * Tonight's counts, from the manifest and the side files.
      *-----------------------------------------------------------------
       01  WS-TONIGHT-TABLE.
           05  WS-TN-CNT                 PIC 9(003) VALUE ZEROS.
           05  WS-TN-ENTRY OCCURS 60 TIMES.
               10  WS-TN-FILE-ID         PIC X(008).
               10  WS-TN-REC-TYPE        PIC X(002).
               10  WS-TN-COUNT           PIC 9(009).
               10  WS-TN-SOURCE          PIC X(001).

      *-----------------------------------------------------------------
      * One series per file and record type over the retained
      * history: its first and latest nights and counts.
      *-----------------------------------------------------------------
       01  WS-SERIES-TABLE.
           05  WS-SR-CNT                 PIC 9(003) VALUE ZEROS.
           05  WS-SR-ENTRY OCCURS 100 TIMES.
               10  WS-SR-FILE-ID         PIC X(008).
               10  WS-SR-REC-TYPE        PIC X(002).
               10  WS-SR-NIGHTS          PIC 9(005).
               10  WS-SR-FIRST-DATE      PIC 9(008).
               10  WS-SR-FIRST-DAYNO     PIC 9(007).
               10  WS-SR-FIRST-COUNT     PIC 9(009).
               10  WS-SR-LAST-DATE       PIC 9(008).
               10  WS-SR-LAST-DAYNO      PIC 9(007).
               10  WS-SR-LAST-COUNT      PIC 9(009).

       01  WS-FORECAST-WORK.
           05  WS-SPAN-DAYS              PIC 9(007) VALUE ZEROS.
           05  WS-GROWTH                 PIC S9(010) VALUE ZEROS.
           05  WS-GROWTH-30              PIC S9(010) VALUE ZEROS.
           05  WS-CEILING                PIC 9(010) VALUE ZEROS.
           05  WS-HEADROOM               PIC 9(010) VALUE ZEROS.
           05  WS-DAYS-TO                PIC 9(009) VALUE ZEROS.
           05  WS-EARLIEST-DATE          PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(001) VALUE 'N'.
               88  WS-FOUND                  VALUE 'Y'.
           05  WS-PARAMF-OFF-SW          PIC X(001) VALUE 'N'.
               88  WS-PARAMF-OFF             VALUE 'Y'.
           05  WS-CEILING-SW             PIC X(001) VALUE 'N'.
               88  WS-CEILING-SET            VALUE 'Y'.

       01  WS-FORECAST-LINE.
           05  WS-FCL-FILE-ID            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-FCL-REC-TYPE           PIC X(002) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-FCL-NIGHTS             PIC ZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-FCL-LAST-COUNT         PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-FCL-GROWTH-30          PIC -ZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-FCL-CEILING            PIC Z,ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-FCL-DAYS-TO            PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-FCL-MONTH              PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-FCL-FLAG               PIC X(007) VALUE SPACES.
           05  FILLER                    PIC X(005) VALUE SPACES.

       01  WS-PARM-LINE.
           05  FILLER                    PIC X(014)
                                 VALUE 'HORIZON DAYS: '.
           05  WS-PML-HORIZON            PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(018)
                                 VALUE '  RETAINED DAYS: '.
           05  WS-PML-RETAIN             PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(016)
                                 VALUE '  HISTORY FROM: '.
           05  WS-PML-FROM               PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(014) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBNS14 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P070-GET-PARAMETERS THRU P070-GET-PARAMETERS-EXIT

           PERFORM P100-LOAD-MANIFEST THRU P100-LOAD-MANIFEST-EXIT

           PERFORM P150-COUNT-SIDE-FILES THRU P150-COUNT-SIDE-FILES-EXIT

           MOVE WS-TONIGHT-DATE TO WS-DN-DATE
           PERFORM P850-DATE-TO-DAYNO THRU P850-DATE-TO-DAYNO-EXIT
           MOVE WS-DN-DAYNO     TO WS-TONIGHT-DAYNO

           IF WS-TONIGHT-DAYNO GREATER WS-RETAIN-DAYS
              SUBTRACT WS-RETAIN-DAYS FROM WS-TONIGHT-DAYNO
                                    GIVING WS-CUTOFF-DAYNO
           ELSE
              MOVE ZERO TO WS-CUTOFF-DAYNO
           END-IF

           OPEN OUTPUT CAPHSTO.

           IF WS-FS-CAPHSTO NOT EQUAL '00'
              DISPLAY 'OPEN CAPHSTO  FS:' WS-FS-CAPHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P200-CARRY-HISTORY THRU P200-CARRY-HISTORY-EXIT

           PERFORM P300-ADD-TONIGHT THRU P300-ADD-TONIGHT-EXIT

           CLOSE CAPHSTO.
           IF WS-FS-CAPHSTO NOT EQUAL '00'
              DISPLAY 'CLOSE CAPHSTO FS:' WS-FS-CAPHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'DATASET GROWTH AND CAPACITY FORECAST'
                                   TO WS-RPT-TITLE
           MOVE 'COBNS14 '         TO WS-RPT-PROGRAM
           MOVE WS-TONIGHT-DATE    TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'FILE     TY NGTS  LAST COUNT  GROWTH/30D'
                                   TO WS-COLUMN-HEADING (1:40)
           MOVE 'CEILING  DAYS MONTH  FLAG'
                                   TO WS-COLUMN-HEADING (48:25)

           MOVE WS-HORIZON-DAYS    TO WS-PML-HORIZON
           MOVE WS-RETAIN-DAYS     TO WS-PML-RETAIN
           MOVE WS-EARLIEST-DATE   TO WS-PML-FROM
           MOVE WS-PARM-LINE       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES             TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 1 TO WS-FX

           PERFORM P500-FORECAST-FILE-GROUP
           THRU    P500-FORECAST-FILE-GROUP-EXIT
              UNTIL WS-FX GREATER WS-SR-CNT

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           IF NOT WS-PARAMF-OFF
              CLOSE PARAMF

              IF WS-FS-PARAMF NOT EQUAL '00'
                 DISPLAY 'CLOSE PARAMF  FS:' WS-FS-PARAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'HISTORY ROWS READ...: ' WS-HIST-READ.
           DISPLAY 'HISTORY ROWS KEPT...: ' WS-HIST-KEPT.
           DISPLAY 'ROWS PAST RETENTION.: ' WS-HIST-PRUNED.
           DISPLAY 'ROWS RERUN REPLACED.: ' WS-HIST-REPLACED.
           DISPLAY 'HISTORY ROWS WRITTEN: ' WS-HIST-WRITTEN.
           DISPLAY 'SERIES FORECAST.....: ' WS-SR-CNT.
           DISPLAY 'FILES FLAGGED.......: ' WS-FILES-FLAGGED.
           DISPLAY '--------------------'.

           DISPLAY 'COBNS14 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Horizon and retention from the shared runtime parameter file
      * (see PARAMF.cpy). A missing file or missing row leaves the
      * compiled default in effect. PARAMF stays open for the file
      * ceilings read as each file is forecast.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'CAPHORIZON-DAYS ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'CAPHORIZON-DAYS'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZEROS
                      AND PRM-VALUE NOT GREATER 99999
                      MOVE PRM-VALUE TO WS-HORIZON-DAYS
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'CAPHORIZON-DAYS'
                   END-IF
              END-READ

              MOVE 'CAPHIST-DAYS    ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'CAPHIST-DAYS'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZEROS
                      AND PRM-VALUE NOT GREATER 99999
                      MOVE PRM-VALUE TO WS-RETAIN-DAYS
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: '
                               'CAPHIST-DAYS'
                   END-IF
              END-READ

           WHEN WS-FS-PARAMF EQUAL '35'
              DISPLAY 'PARAMF NOT DEFINED. DEFAULTS IN EFFECT.'
              MOVE 'Y' TO WS-PARAMF-OFF-SW

           WHEN OTHER
              DISPLAY 'OPEN PARAMF  FS: ' WS-FS-PARAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'FORECAST HORIZON DAYS...: ' WS-HORIZON-DAYS
           DISPLAY 'HISTORY RETAINED DAYS...: ' WS-RETAIN-DAYS
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The manifest's own run date is the night being added.
      *-----------------------------------------------------------------
       P100-LOAD-MANIFEST.

           MOVE WS-RUN-DATE TO WS-TONIGHT-DATE

           OPEN INPUT MANIFSTF.

           IF WS-FS-MANIFSTF NOT EQUAL '00'
              DISPLAY 'OPEN MANIFSTF FS:' WS-FS-MANIFSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW

           PERFORM P110-LOAD-NEXT-MANIFEST
           THRU    P110-LOAD-NEXT-MANIFEST-EXIT
              UNTIL WS-EOF

           CLOSE MANIFSTF.
           IF WS-FS-MANIFSTF NOT EQUAL '00'
              DISPLAY 'CLOSE MANIFSTF FS:' WS-FS-MANIFSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY 'NIGHT BEING ADDED.......: ' WS-TONIGHT-DATE
           .

       P100-LOAD-MANIFEST-EXIT.
           EXIT.

       P110-LOAD-NEXT-MANIFEST.

           READ MANIFSTF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                IF MF-RUN-DATE NUMERIC
                   AND MF-RUN-DATE GREATER ZEROS
                   MOVE MF-RUN-DATE TO WS-TONIGHT-DATE
                END-IF

                PERFORM P160-ADD-TONIGHT-ENTRY
                THRU    P160-ADD-TONIGHT-ENTRY-EXIT

                MOVE MF-FILE-ID  TO WS-TN-FILE-ID (WS-TX)
                MOVE MF-REC-TYPE TO WS-TN-REC-TYPE (WS-TX)
                MOVE MF-COUNT    TO WS-TN-COUNT (WS-TX)
                MOVE 'M'         TO WS-TN-SOURCE (WS-TX)
           END-READ

           IF WS-FS-MANIFSTF NOT EQUAL '00'
              AND WS-FS-MANIFSTF NOT EQUAL '10'
              DISPLAY 'READ MANIFSTF FS:' WS-FS-MANIFSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P110-LOAD-NEXT-MANIFEST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A side file not allocated tonight is left out of the night
      * rather than stopping the run; its series just misses a night.
      *-----------------------------------------------------------------
       P150-COUNT-SIDE-FILES.

           PERFORM P170-COUNT-AUDITF THRU P170-COUNT-AUDITF-EXIT

           PERFORM P175-COUNT-INCHSTF THRU P175-COUNT-INCHSTF-EXIT

           PERFORM P180-COUNT-ACCESSLG THRU P180-COUNT-ACCESSLG-EXIT

           PERFORM P185-COUNT-STKJRNF THRU P185-COUNT-STKJRNF-EXIT
           .

       P150-COUNT-SIDE-FILES-EXIT.
           EXIT.

       P160-ADD-TONIGHT-ENTRY.

           IF WS-TN-CNT NOT LESS 60
              DISPLAY 'TONIGHT TABLE FULL AT: ' WS-TN-CNT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-TN-CNT
           MOVE WS-TN-CNT TO WS-TX
           .

       P160-ADD-TONIGHT-ENTRY-EXIT.
           EXIT.

       P165-STORE-SIDE-COUNT.

           PERFORM P160-ADD-TONIGHT-ENTRY
           THRU    P160-ADD-TONIGHT-ENTRY-EXIT

           MOVE WS-SIDE-FILE-ID TO WS-TN-FILE-ID (WS-TX)
           MOVE '**'            TO WS-TN-REC-TYPE (WS-TX)
           MOVE WS-SIDE-COUNT   TO WS-TN-COUNT (WS-TX)
           MOVE 'S'             TO WS-TN-SOURCE (WS-TX)

           DISPLAY 'SIDE FILE ' WS-SIDE-FILE-ID ' RECORDS: '
                   WS-SIDE-COUNT
           .

       P165-STORE-SIDE-COUNT-EXIT.
           EXIT.

       P170-COUNT-AUDITF.

           MOVE 'AUDITF  ' TO WS-SIDE-FILE-ID
           MOVE ZERO       TO WS-SIDE-COUNT

           OPEN INPUT AUDITF.

           EVALUATE TRUE
           WHEN WS-FS-AUDITF EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P171-READ-AUDITF THRU P171-READ-AUDITF-EXIT
                 UNTIL WS-EOF

              CLOSE AUDITF

              PERFORM P165-STORE-SIDE-COUNT
              THRU    P165-STORE-SIDE-COUNT-EXIT
           WHEN WS-FS-AUDITF EQUAL '35'
              DISPLAY 'AUDITF NOT DEFINED. NOT COUNTED TONIGHT.'
           WHEN OTHER
              DISPLAY 'OPEN AUDITF  FS: ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P170-COUNT-AUDITF-EXIT.
           EXIT.

       P171-READ-AUDITF.

           READ AUDITF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SIDE-COUNT
           END-READ

           IF WS-FS-AUDITF NOT EQUAL '00'
              AND WS-FS-AUDITF NOT EQUAL '10'
              DISPLAY 'READ AUDITF  FS: ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P171-READ-AUDITF-EXIT.
           EXIT.

       P175-COUNT-INCHSTF.

           MOVE 'INCHSTF ' TO WS-SIDE-FILE-ID
           MOVE ZERO       TO WS-SIDE-COUNT

           OPEN INPUT INCHSTF.

           EVALUATE TRUE
           WHEN WS-FS-INCHSTF EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P176-READ-INCHSTF THRU P176-READ-INCHSTF-EXIT
                 UNTIL WS-EOF

              CLOSE INCHSTF

              PERFORM P165-STORE-SIDE-COUNT
              THRU    P165-STORE-SIDE-COUNT-EXIT
           WHEN WS-FS-INCHSTF EQUAL '35'
              DISPLAY 'INCHSTF NOT DEFINED. NOT COUNTED TONIGHT.'
           WHEN OTHER
              DISPLAY 'OPEN INCHSTF FS: ' WS-FS-INCHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P175-COUNT-INCHSTF-EXIT.
           EXIT.

       P176-READ-INCHSTF.

           READ INCHSTF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SIDE-COUNT
           END-READ

           IF WS-FS-INCHSTF NOT EQUAL '00'
              AND WS-FS-INCHSTF NOT EQUAL '10'
              DISPLAY 'READ INCHSTF FS: ' WS-FS-INCHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P176-READ-INCHSTF-EXIT.
           EXIT.

       P180-COUNT-ACCESSLG.

           MOVE 'ACCESSLG' TO WS-SIDE-FILE-ID
           MOVE ZERO       TO WS-SIDE-COUNT

           OPEN INPUT ACCESSLG.

           EVALUATE TRUE
           WHEN WS-FS-ACCESSLG EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P181-READ-ACCESSLG THRU P181-READ-ACCESSLG-EXIT
                 UNTIL WS-EOF

              CLOSE ACCESSLG

              PERFORM P165-STORE-SIDE-COUNT
              THRU    P165-STORE-SIDE-COUNT-EXIT
           WHEN WS-FS-ACCESSLG EQUAL '35'
              DISPLAY 'ACCESSLG NOT DEFINED. NOT COUNTED TONIGHT.'
           WHEN OTHER
              DISPLAY 'OPEN ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P180-COUNT-ACCESSLG-EXIT.
           EXIT.

       P181-READ-ACCESSLG.

           READ ACCESSLG
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SIDE-COUNT
           END-READ

           IF WS-FS-ACCESSLG NOT EQUAL '00'
              AND WS-FS-ACCESSLG NOT EQUAL '10'
              DISPLAY 'READ ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P181-READ-ACCESSLG-EXIT.
           EXIT.

       P185-COUNT-STKJRNF.

           MOVE 'STKJRNF ' TO WS-SIDE-FILE-ID
           MOVE ZERO       TO WS-SIDE-COUNT

           OPEN INPUT STKJRNF.

           EVALUATE TRUE
           WHEN WS-FS-STKJRNF EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P186-READ-STKJRNF THRU P186-READ-STKJRNF-EXIT
                 UNTIL WS-EOF

              CLOSE STKJRNF

              PERFORM P165-STORE-SIDE-COUNT
              THRU    P165-STORE-SIDE-COUNT-EXIT
           WHEN WS-FS-STKJRNF EQUAL '35'
              DISPLAY 'STKJRNF NOT DEFINED. NOT COUNTED TONIGHT.'
           WHEN OTHER
              DISPLAY 'OPEN STKJRNF FS: ' WS-FS-STKJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P185-COUNT-STKJRNF-EXIT.
           EXIT.

       P186-READ-STKJRNF.

           READ STKJRNF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SIDE-COUNT
           END-READ

           IF WS-FS-STKJRNF NOT EQUAL '00'
              AND WS-FS-STKJRNF NOT EQUAL '10'
              DISPLAY 'READ STKJRNF FS: ' WS-FS-STKJRNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P186-READ-STKJRNF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The previous generation is carried forward less the nights
      * past retention and any rows for tonight's date already there
      * (a rerun of the night replaces them).
      *-----------------------------------------------------------------
       P200-CARRY-HISTORY.

           OPEN INPUT CAPHSTI.

           EVALUATE TRUE
           WHEN WS-FS-CAPHSTI EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P210-CARRY-NEXT-ROW THRU P210-CARRY-NEXT-ROW-EXIT
                 UNTIL WS-EOF

              CLOSE CAPHSTI

              IF WS-FS-CAPHSTI NOT EQUAL '00'
                 DISPLAY 'CLOSE CAPHSTI FS:' WS-FS-CAPHSTI
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-CAPHSTI EQUAL '35'
              DISPLAY 'NO CAPACITY HISTORY YET. STARTING A NEW ONE.'
           WHEN OTHER
              DISPLAY 'OPEN CAPHSTI  FS:' WS-FS-CAPHSTI
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P200-CARRY-HISTORY-EXIT.
           EXIT.

       P210-CARRY-NEXT-ROW.

           READ CAPHSTI INTO REC-CAPACITY-HISTORY
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-HIST-READ

                MOVE CH-RUN-DATE TO WS-DN-DATE
                PERFORM P850-DATE-TO-DAYNO
                THRU    P850-DATE-TO-DAYNO-EXIT

                EVALUATE TRUE
                WHEN CH-RUN-DATE EQUAL WS-TONIGHT-DATE
                   ADD 1 TO WS-HIST-REPLACED
                WHEN WS-DN-DAYNO LESS WS-CUTOFF-DAYNO
                   ADD 1 TO WS-HIST-PRUNED
                WHEN OTHER
                   ADD 1 TO WS-HIST-KEPT

                   PERFORM P400-WRITE-HISTORY
                   THRU    P400-WRITE-HISTORY-EXIT
                END-EVALUATE
           END-READ

           IF WS-FS-CAPHSTI NOT EQUAL '00'
              AND WS-FS-CAPHSTI NOT EQUAL '10'
              DISPLAY 'READ CAPHSTI  FS:' WS-FS-CAPHSTI
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P210-CARRY-NEXT-ROW-EXIT.
           EXIT.

       P300-ADD-TONIGHT.

           MOVE 1 TO WS-TX

           PERFORM P310-ADD-TONIGHT-ROW THRU P310-ADD-TONIGHT-ROW-EXIT
              UNTIL WS-TX GREATER WS-TN-CNT
           .

       P300-ADD-TONIGHT-EXIT.
           EXIT.

       P310-ADD-TONIGHT-ROW.

           MOVE SPACES                  TO REC-CAPACITY-HISTORY
           MOVE WS-TN-FILE-ID (WS-TX)   TO CH-FILE-ID
           MOVE WS-TN-REC-TYPE (WS-TX)  TO CH-REC-TYPE
           MOVE WS-TONIGHT-DATE         TO CH-RUN-DATE
           MOVE WS-TN-COUNT (WS-TX)     TO CH-COUNT
           MOVE WS-TN-SOURCE (WS-TX)    TO CH-SOURCE
           MOVE WS-TONIGHT-DAYNO        TO WS-DN-DAYNO

           PERFORM P400-WRITE-HISTORY THRU P400-WRITE-HISTORY-EXIT

           ADD 1 TO WS-TX
           .

       P310-ADD-TONIGHT-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Every row written to the new generation also feeds its series;
      * WS-DN-DAYNO holds the row's day number.
      *-----------------------------------------------------------------
       P400-WRITE-HISTORY.

           WRITE REC-CAPACITY-HISTORY
           END-WRITE

           IF WS-FS-CAPHSTO NOT EQUAL '00'
              DISPLAY 'WRITE CAPHSTO FS:' WS-FS-CAPHSTO
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-HIST-WRITTEN

           IF WS-EARLIEST-DATE EQUAL ZERO
              OR CH-RUN-DATE LESS WS-EARLIEST-DATE
              MOVE CH-RUN-DATE TO WS-EARLIEST-DATE
           END-IF

           PERFORM P410-FIND-SERIES THRU P410-FIND-SERIES-EXIT

           IF NOT WS-FOUND
              IF WS-SR-CNT NOT LESS 100
                 DISPLAY 'SERIES TABLE FULL AT: ' WS-SR-CNT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-SR-CNT
              MOVE WS-SR-CNT   TO WS-SX
              MOVE CH-FILE-ID  TO WS-SR-FILE-ID (WS-SX)
              MOVE CH-REC-TYPE TO WS-SR-REC-TYPE (WS-SX)
              MOVE ZERO        TO WS-SR-NIGHTS (WS-SX)
              MOVE CH-RUN-DATE TO WS-SR-FIRST-DATE (WS-SX)
              MOVE WS-DN-DAYNO TO WS-SR-FIRST-DAYNO (WS-SX)
              MOVE CH-COUNT    TO WS-SR-FIRST-COUNT (WS-SX)
              MOVE CH-RUN-DATE TO WS-SR-LAST-DATE (WS-SX)
              MOVE WS-DN-DAYNO TO WS-SR-LAST-DAYNO (WS-SX)
              MOVE CH-COUNT    TO WS-SR-LAST-COUNT (WS-SX)
           END-IF

           ADD 1 TO WS-SR-NIGHTS (WS-SX)

           IF CH-RUN-DATE LESS WS-SR-FIRST-DATE (WS-SX)
              MOVE CH-RUN-DATE TO WS-SR-FIRST-DATE (WS-SX)
              MOVE WS-DN-DAYNO TO WS-SR-FIRST-DAYNO (WS-SX)
              MOVE CH-COUNT    TO WS-SR-FIRST-COUNT (WS-SX)
           END-IF

           IF CH-RUN-DATE NOT LESS WS-SR-LAST-DATE (WS-SX)
              MOVE CH-RUN-DATE TO WS-SR-LAST-DATE (WS-SX)
              MOVE WS-DN-DAYNO TO WS-SR-LAST-DAYNO (WS-SX)
              MOVE CH-COUNT    TO WS-SR-LAST-COUNT (WS-SX)
           END-IF
           .

       P400-WRITE-HISTORY-EXIT.
           EXIT.

       P410-FIND-SERIES.

           MOVE 'N' TO WS-FOUND-SW
           MOVE 0   TO WS-SX

           PERFORM P415-CHECK-SERIES THRU P415-CHECK-SERIES-EXIT
              UNTIL WS-FOUND
                 OR WS-SX NOT LESS WS-SR-CNT
           .

       P410-FIND-SERIES-EXIT.
           EXIT.

       P415-CHECK-SERIES.

           ADD 1 TO WS-SX

           IF WS-SR-FILE-ID (WS-SX) EQUAL CH-FILE-ID
              AND WS-SR-REC-TYPE (WS-SX) EQUAL CH-REC-TYPE
              MOVE 'Y' TO WS-FOUND-SW
           END-IF
           .

       P415-CHECK-SERIES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One group per file: its record-type lines, then its '**'
      * total. Only the total is measured against the file's ceiling;
      * the record-type lines show where the growth is.
      *-----------------------------------------------------------------
       P500-FORECAST-FILE-GROUP.

           IF WS-SR-REC-TYPE (WS-FX) EQUAL '**'
              MOVE 1 TO WS-SX

              PERFORM P505-FORECAST-REC-TYPE
              THRU    P505-FORECAST-REC-TYPE-EXIT
                 UNTIL WS-SX GREATER WS-SR-CNT

              MOVE WS-FX TO WS-SX

              PERFORM P540-FORECAST-SERIES
              THRU    P540-FORECAST-SERIES-EXIT

              MOVE SPACES TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           ADD 1 TO WS-FX
           .

       P500-FORECAST-FILE-GROUP-EXIT.
           EXIT.

       P505-FORECAST-REC-TYPE.

           IF WS-SR-FILE-ID (WS-SX) EQUAL WS-SR-FILE-ID (WS-FX)
              AND WS-SR-REC-TYPE (WS-SX) NOT EQUAL '**'
              PERFORM P540-FORECAST-SERIES
              THRU    P540-FORECAST-SERIES-EXIT
           END-IF

           ADD 1 TO WS-SX
           .

       P505-FORECAST-REC-TYPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Growth is the straight line from the first night kept to the
      * latest.
      *-----------------------------------------------------------------
       P540-FORECAST-SERIES.

           MOVE SPACES                     TO WS-FORECAST-LINE
           MOVE WS-SR-FILE-ID (WS-SX)      TO WS-FCL-FILE-ID
           MOVE WS-SR-REC-TYPE (WS-SX)     TO WS-FCL-REC-TYPE
           MOVE WS-SR-NIGHTS (WS-SX)       TO WS-FCL-NIGHTS
           MOVE WS-SR-LAST-COUNT (WS-SX)   TO WS-FCL-LAST-COUNT

           SUBTRACT WS-SR-FIRST-DAYNO (WS-SX)
               FROM WS-SR-LAST-DAYNO (WS-SX)
             GIVING WS-SPAN-DAYS

           COMPUTE WS-GROWTH = WS-SR-LAST-COUNT (WS-SX)
                             - WS-SR-FIRST-COUNT (WS-SX)

           IF WS-SPAN-DAYS GREATER ZERO
              COMPUTE WS-GROWTH-30 ROUNDED =
                      WS-GROWTH * 30 / WS-SPAN-DAYS
              MOVE WS-GROWTH-30 TO WS-FCL-GROWTH-30
           END-IF

           IF WS-SR-REC-TYPE (WS-SX) EQUAL '**'
              PERFORM P510-FORECAST-FILE THRU P510-FORECAST-FILE-EXIT
           END-IF

           MOVE WS-FORECAST-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P540-FORECAST-SERIES-EXIT.
           EXIT.

       P510-FORECAST-FILE.

           PERFORM P520-GET-CEILING THRU P520-GET-CEILING-EXIT

           EVALUATE TRUE
           WHEN NOT WS-CEILING-SET
              MOVE 'NO CEIL' TO WS-FCL-FLAG
           WHEN WS-SR-LAST-COUNT (WS-SX) NOT LESS WS-CEILING
              MOVE WS-CEILING TO WS-FCL-CEILING
              MOVE 'OVER'     TO WS-FCL-FLAG
              ADD 1 TO WS-FILES-FLAGGED
           WHEN WS-GROWTH NOT GREATER ZERO
              OR WS-SPAN-DAYS EQUAL ZERO
              MOVE WS-CEILING TO WS-FCL-CEILING
              MOVE 'FLAT'     TO WS-FCL-FLAG
           WHEN OTHER
              MOVE WS-CEILING TO WS-FCL-CEILING

              SUBTRACT WS-SR-LAST-COUNT (WS-SX) FROM WS-CEILING
                GIVING WS-HEADROOM

              COMPUTE WS-DAYS-TO =
                      (WS-HEADROOM * WS-SPAN-DAYS + WS-GROWTH - 1)
                      / WS-GROWTH

              IF WS-DAYS-TO GREATER 99999
                 MOVE 99999 TO WS-DAYS-TO
              END-IF

              MOVE WS-DAYS-TO TO WS-FCL-DAYS-TO

              PERFORM P530-PROJECT-MONTH THRU P530-PROJECT-MONTH-EXIT

              MOVE WS-PROJECTED-MONTH TO WS-FCL-MONTH

              IF WS-DAYS-TO NOT GREATER WS-HORIZON-DAYS
                 MOVE '*ORDER*' TO WS-FCL-FLAG
                 ADD 1 TO WS-FILES-FLAGGED
              END-IF
           END-EVALUATE
           .

       P510-FORECAST-FILE-EXIT.
           EXIT.

       P520-GET-CEILING.

           MOVE 'N'  TO WS-CEILING-SW
           MOVE ZERO TO WS-CEILING

           IF NOT WS-PARAMF-OFF
              MOVE SPACES TO PRM-NAME

              STRING 'CAPMAX-'             DELIMITED BY SIZE
                     WS-SR-FILE-ID (WS-SX) DELIMITED BY SPACE
                     INTO PRM-NAME
              END-STRING

              READ PARAMF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZEROS
                      COMPUTE WS-CEILING = PRM-VALUE * 1000
                      MOVE 'Y' TO WS-CEILING-SW
                   ELSE
                      DISPLAY 'INVALID PARM VALUE IGNORED: ' PRM-NAME
                   END-IF
              END-READ

              IF WS-FS-PARAMF NOT EQUAL '00'
                 AND WS-FS-PARAMF NOT EQUAL '23'
                 DISPLAY 'READ PARAMF  FS: ' WS-FS-PARAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P520-GET-CEILING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Day number back to year and month: the inverse of P850.
      *-----------------------------------------------------------------
       P530-PROJECT-MONTH.

           COMPUTE WS-DN-DAYNO = WS-TONIGHT-DAYNO + WS-DAYS-TO - 31

           DIVIDE WS-DN-DAYNO BY 360
                  GIVING WS-PJM-YYYY REMAINDER WS-DN-REST

           DIVIDE WS-DN-REST BY 30 GIVING WS-PJM-MM

           ADD 1 TO WS-PJM-MM
           .

       P530-PROJECT-MONTH-EXIT.
           EXIT.

       P850-DATE-TO-DAYNO.

           MULTIPLY WS-DN-YYYY BY 360 GIVING WS-T1
           MULTIPLY WS-DN-MM   BY 30  GIVING WS-T2
           ADD      WS-T1 WS-T2 WS-DN-DD GIVING WS-DN-DAYNO
           .

       P850-DATE-TO-DAYNO-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           IF WS-FILES-FLAGGED EQUAL ZERO
              MOVE '   NO FILE REACHES ITS CEILING WITHIN THE HORIZON'
                                       TO WS-DETAIL-LINE
           ELSE
              MOVE '   *** FILES AT OR NEAR THEIR CEILING ***'
                                       TO WS-DETAIL-LINE
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'HISTORY ROWS WRITTEN' TO WS-RPT-CNT-LABEL
           MOVE WS-HIST-WRITTEN     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ROWS PAST RETENTION' TO WS-RPT-CNT-LABEL
           MOVE WS-HIST-PRUNED      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'SERIES FORECAST'   TO WS-RPT-CNT-LABEL
           MOVE WS-SR-CNT           TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'FILES FLAGGED'     TO WS-RPT-CNT-LABEL
           MOVE WS-FILES-FLAGGED    TO WS-RPT-CNT-VALUE
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
