      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Geographic hot-spot report for bad checks. Every active,
      * undisputed check detail on DIFS whose check date falls in the
      * current reporting period or the one before it is counted and
      * its DB-CK-AMT totaled twice over: by the check's own
      * DB-CK-ZIP-REGION and by the three-digit prefix of the
      * subject's home DB-ZIP (from the personal record that leads the
      * subject's records on the file). Each area shows the current
      * period against the prior one; an area whose check count rises
      * by the PARAMF jump percentage or more -- or appears from
      * nothing -- is flagged and ranked, provided it carries the
      * PARAMF minimum number of checks this period. The same figures
      * go to HOTSPTF for the mapping team.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF42.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.

           SELECT PARAMF   ASSIGN TO PARAMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PRM-KEY
                  FILE STATUS   IS WS-FS-PARAMF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT HOTSPTF  ASSIGN TO HOTSPTF
                  FILE STATUS IS WS-FS-HOTSPTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  DIFS.

       COPY DIFSDB.

       FD  PARAMF.

       COPY PARAMF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

      *-----------------------------------------------------------------
      * HOTSPTF is the mapping team's semicolon-delimited copy of the
      * report, in the manner of COBKS33's CHGEXTF: a HEADER row with
      * the two periods (first and last month, CCYYMM) and the run
      * date, one row per area --
      *   kind;area;cur checks;cur amount;prior checks;prior amount;
      *   change percent;flag
      * with kind REGION or ZIP3, ZIP3 area UNK for subjects without
      * a usable zip, change percent empty when the prior period had
      * no checks -- and a TRAILER row with the area-row count.
      *-----------------------------------------------------------------
       FD  HOTSPTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01  REC-HOTSPOT                   PIC  X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-HOTSPTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-CHECKS-CURRENT         PIC 9(009) VALUE ZEROS.
           05  WS-CHECKS-PRIOR           PIC 9(009) VALUE ZEROS.
           05  WS-CHECKS-OUTSIDE         PIC 9(009) VALUE ZEROS.
           05  WS-CHECKS-BAD-DATE        PIC 9(009) VALUE ZEROS.
           05  WS-CHECKS-NO-ZIP          PIC 9(009) VALUE ZEROS.
           05  WS-AREAS-FLAGGED          PIC 9(009) VALUE ZEROS.
           05  WS-ROWS-WRITTEN           PIC 9(009) VALUE ZEROS.
           05  WS-ZIP-SUBJECT            PIC X(026) VALUE SPACES.
           05  WS-ZIP-PREFIX             PIC X(003) VALUE SPACES.
           05  WS-ZIP-PREFIX-N REDEFINES
               WS-ZIP-PREFIX             PIC 9(003).
           05  WS-CHK-AMT                PIC S9(005)V99 VALUE ZEROS.
           05  WS-PX                     PIC 9(001) VALUE ZEROS.
           05  WS-RGN-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-RGN-FOUND-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-BEST-IX                PIC 9(004) VALUE ZEROS.
           05  WS-PASS-IX                PIC 9(004) VALUE ZEROS.
           05  WS-ZIP-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-RNK-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-RANK-NO                PIC 9(003) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Operational thresholds (see PARAMF.cpy); compiled defaults
      * stand when the file or the row is missing. The period length
      * is in months and must divide the year evenly.
      *-----------------------------------------------------------------
       01  WS-PARAMETERS.
           05  WS-JUMP-PCT               PIC 9(005) VALUE 25.
           05  WS-MIN-CHECKS             PIC 9(005) VALUE 5.
           05  WS-PERIOD-MONTHS          PIC 9(002) VALUE 3.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-CHECK REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY-N             PIC 9(004).
           05  WS-RUN-MM-N               PIC 9(002).
           05  WS-RUN-DD-N               PIC 9(002).

      *-----------------------------------------------------------------
      * Periods are counted in months since year zero (CCYY * 12 +
      * MM - 1) divided by the period length, so the current period is
      * the one holding the run date and the prior one is one less.
      *-----------------------------------------------------------------
       01  WS-PERIOD-CALC.
           05  WS-MONTH-NO               PIC 9(007) VALUE ZEROS.
           05  WS-CUR-PERIOD             PIC 9(007) VALUE ZEROS.
           05  WS-PRI-PERIOD             PIC 9(007) VALUE ZEROS.
           05  WS-CHK-PERIOD             PIC 9(007) VALUE ZEROS.
           05  WS-CONV-MONTH-NO          PIC 9(007) VALUE ZEROS.
           05  WS-CONV-YYYY              PIC 9(004) VALUE ZEROS.
           05  WS-CONV-MM0               PIC 9(002) VALUE ZEROS.
           05  WS-CONV-YYYYMM            PIC 9(006) VALUE ZEROS.
           05  WS-CUR-FROM               PIC 9(006) VALUE ZEROS.
           05  WS-CUR-TO                 PIC 9(006) VALUE ZEROS.
           05  WS-PRI-FROM               PIC 9(006) VALUE ZEROS.
           05  WS-PRI-TO                 PIC 9(006) VALUE ZEROS.
           05  WS-CK-CENT-YEAR           PIC 9(004) VALUE ZEROS.

       01  WS-CK-DATE-CHECK.
           05  WS-CKD-MM                 PIC X(002).
           05  WS-CKD-MM-N REDEFINES
               WS-CKD-MM                 PIC 99.
           05  WS-CKD-DD                 PIC X(002).
           05  WS-CKD-YY                 PIC X(002).
           05  WS-CKD-YY-N REDEFINES
               WS-CKD-YY                 PIC 99.

      *-----------------------------------------------------------------
      * Area tallies, period 1 current and period 2 prior. Region
      * codes are not enumerated anywhere, so they are collected as
      * they turn up; the ZIP3 table is addressed directly by prefix
      * plus one, with entry 1001 for subjects without a usable zip.
      *-----------------------------------------------------------------
       01  WS-REGION-TABLE.
           05  WS-RGN-USED               PIC 9(003) VALUE ZEROS.
           05  WS-RGN-ENTRY OCCURS 50 TIMES.
               10  WS-RGN-CODE           PIC X(001).
               10  WS-RGN-PRINTED-SW     PIC X(001).
               10  WS-RGN-PERIOD OCCURS 2 TIMES.
                   15  WS-RGN-CHECKS     PIC 9(007).
                   15  WS-RGN-AMT        PIC S9(009)V99.

       01  WS-ZIP3-TABLE.
           05  WS-ZIP-ENTRY OCCURS 1001 TIMES.
               10  WS-ZIP-PERIOD OCCURS 2 TIMES.
                   15  WS-ZIP-CHECKS     PIC 9(007).
                   15  WS-ZIP-AMT        PIC S9(009)V99.

       01  WS-GRAND-TOTALS.
           05  WS-GRD-PERIOD OCCURS 2 TIMES.
               10  WS-GRD-CHECKS         PIC 9(007).
               10  WS-GRD-AMT            PIC S9(009)V99.

      *-----------------------------------------------------------------
      * Flagged areas held for the ranking, largest rise first; an
      * area new this period ranks ahead of every percentage.
      *-----------------------------------------------------------------
       01  WS-RANK-TABLE.
           05  WS-RNK-USED               PIC 9(003) VALUE ZEROS.
           05  WS-RNK-ENTRY OCCURS 300 TIMES.
               10  WS-RNK-AREA           PIC X(006).
               10  WS-RNK-CUR-CHECKS     PIC 9(007).
               10  WS-RNK-CUR-AMT        PIC S9(009)V99.
               10  WS-RNK-PRI-CHECKS     PIC 9(007).
               10  WS-RNK-PRI-AMT        PIC S9(009)V99.
               10  WS-RNK-PCT            PIC S9(005)V9.
               10  WS-RNK-FLAG           PIC X(005).
               10  WS-RNK-PRINTED-SW     PIC X(001).

      *-----------------------------------------------------------------
      * One area's figures, set by the section paragraphs and shared
      * by the report line, the HOTSPTF row and the ranking.
      *-----------------------------------------------------------------
       01  WS-WORK-AREA.
           05  WS-WK-KIND                PIC X(006) VALUE SPACES.
           05  WS-WK-AREA                PIC X(006) VALUE SPACES.
           05  WS-WK-CUR-CHECKS          PIC 9(007) VALUE ZEROS.
           05  WS-WK-CUR-AMT             PIC S9(009)V99 VALUE ZEROS.
           05  WS-WK-PRI-CHECKS          PIC 9(007) VALUE ZEROS.
           05  WS-WK-PRI-AMT             PIC S9(009)V99 VALUE ZEROS.
           05  WS-WK-PCT                 PIC S9(005)V9 VALUE ZEROS.
           05  WS-WK-FLAG                PIC X(005) VALUE SPACES.
           05  WS-WK-BASE-SW             PIC X(001) VALUE 'N'.
               88  WS-WK-HAS-BASE            VALUE 'Y'.

       01  WS-FEED-EDIT.
           05  WS-FED-CUR-CHECKS         PIC 9(007).
           05  WS-FED-CUR-AMT            PIC -ZZZZZZZZ9.99.
           05  WS-FED-PRI-CHECKS         PIC 9(007).
           05  WS-FED-PRI-AMT            PIC -ZZZZZZZZ9.99.
           05  WS-FED-PCT                PIC -ZZZZ9.9.
           05  WS-FED-PCT-X REDEFINES
               WS-FED-PCT                PIC X(008).
           05  WS-FED-COUNT              PIC 9(009).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-CHK-PERIOD-SW          PIC X(001) VALUE SPACE.
               88  WS-CHK-CURRENT            VALUE 'C'.
               88  WS-CHK-PRIOR              VALUE 'P'.
               88  WS-CHK-OUTSIDE            VALUE 'O'.
               88  WS-CHK-BAD-DATE           VALUE 'B'.

       01  WS-HOTSPOT-LINE.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-HSL-AREA               PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-HSL-CUR-CHECKS         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-HSL-CUR-AMT            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-HSL-PRI-CHECKS         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-HSL-PRI-AMT            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-HSL-PCT                PIC ZZZZ9.9-.
           05  WS-HSL-PCT-X REDEFINES
               WS-HSL-PCT                PIC X(008).
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-HSL-FLAG               PIC X(005) VALUE SPACES.
           05  FILLER                    PIC X(007) VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL              PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RPT-VALUE              PIC X(058) VALUE SPACES.

       01  WS-RPT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF42 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'BAD CHECK GEOGRAPHIC HOT SPOTS'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF42 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'AREA'             TO WS-COLUMN-HEADING (3:4)
           MOVE 'CUR CNT'          TO WS-COLUMN-HEADING (11:7)
           MOVE 'CURRENT AMT'      TO WS-COLUMN-HEADING (21:11)
           MOVE 'PRI CNT'          TO WS-COLUMN-HEADING (35:7)
           MOVE 'PRIOR AMT'        TO WS-COLUMN-HEADING (46:9)
           MOVE 'CHG%'             TO WS-COLUMN-HEADING (62:4)
           MOVE 'FLAG'             TO WS-COLUMN-HEADING (69:4)

           OPEN INPUT DIFS.

           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'OPEN DIFS     FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT HOTSPTF.

           IF WS-FS-HOTSPTF NOT EQUAL '00'
              DISPLAY 'OPEN HOTSPTF  FS:' WS-FS-HOTSPTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P080-SET-PERIODS
           THRU    P080-SET-PERIODS-EXIT

           INITIALIZE WS-ZIP3-TABLE
                      WS-GRAND-TOTALS

           PERFORM P100-NEXT-RECORD
           THRU    P100-NEXT-RECORD-EXIT
              UNTIL WS-EOF

           PERFORM P300-PRINT-REGIONS
           THRU    P300-PRINT-REGIONS-EXIT

           PERFORM P400-PRINT-ZIP3
           THRU    P400-PRINT-ZIP3-EXIT

           PERFORM P600-PRINT-RANKING
           THRU    P600-PRINT-RANKING-EXIT

           PERFORM P850-WRITE-TRAILER
           THRU    P850-WRITE-TRAILER-EXIT

           CLOSE DIFS.
           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'CLOSE DIFS    FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P950-WRITE-REPORT
           THRU    P950-WRITE-REPORT-EXIT

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE HOTSPTF.
           IF WS-FS-HOTSPTF NOT EQUAL '00'
              DISPLAY 'CLOSE HOTSPTF FS:' WS-FS-HOTSPTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'CURRENT PERIOD....: ' WS-CHECKS-CURRENT.
           DISPLAY 'PRIOR PERIOD......: ' WS-CHECKS-PRIOR.
           DISPLAY 'OUTSIDE PERIODS...: ' WS-CHECKS-OUTSIDE.
           DISPLAY 'BAD CHECK DATE....: ' WS-CHECKS-BAD-DATE.
           DISPLAY 'NO SUBJECT ZIP....: ' WS-CHECKS-NO-ZIP.
           DISPLAY 'AREAS FLAGGED.....: ' WS-AREAS-FLAGGED.
           DISPLAY 'FEED ROWS.........: ' WS-ROWS-WRITTEN.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF42 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Thresholds from the shared runtime parameter file (see
      * PARAMF.cpy). A missing file or missing row leaves the compiled
      * default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'DF42-JUMP-PCT' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF42-JUMP-PCT'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      AND PRM-VALUE NOT GREATER 99999
                      MOVE PRM-VALUE TO WS-JUMP-PCT
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF42-JUMP-PCT'
                   END-IF
              END-READ

              MOVE 'DF42-MIN-CHECKS' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF42-MIN-CHECKS'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      AND PRM-VALUE NOT GREATER 99999
                      MOVE PRM-VALUE TO WS-MIN-CHECKS
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF42-MIN-CHECKS'
                   END-IF
              END-READ

              MOVE 'DF42-PERIOD-MOS' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF42-PERIOD-MOS'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND (PRM-VALUE EQUAL 1 OR 2 OR 3 OR 4 OR 6
                                        OR 12)
                      MOVE PRM-VALUE TO WS-PERIOD-MONTHS
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF42-PERIOD-MOS'
                   END-IF
              END-READ

              CLOSE PARAMF

              IF WS-FS-PARAMF NOT EQUAL '00'
                 DISPLAY 'CLOSE PARAMF FS: ' WS-FS-PARAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

           WHEN WS-FS-PARAMF EQUAL '35'
              DISPLAY 'PARAMF NOT DEFINED. DEFAULTS IN EFFECT.'

           WHEN OTHER
              DISPLAY 'OPEN PARAMF  FS: ' WS-FS-PARAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'JUMP PERCENT IN EFFECT..: ' WS-JUMP-PCT
           DISPLAY 'MINIMUM CHECKS IN EFFECT: ' WS-MIN-CHECKS
           DISPLAY 'PERIOD MONTHS IN EFFECT.: ' WS-PERIOD-MONTHS
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Fix the two periods, print them with the thresholds at the
      * head of the report, and open HOTSPTF with its HEADER row.
      *-----------------------------------------------------------------
       P080-SET-PERIODS.

           COMPUTE WS-MONTH-NO = WS-RUN-YYYY-N * 12
                               + WS-RUN-MM-N - 1

           DIVIDE WS-MONTH-NO BY WS-PERIOD-MONTHS
                  GIVING WS-CUR-PERIOD

           SUBTRACT 1 FROM WS-CUR-PERIOD GIVING WS-PRI-PERIOD

           MULTIPLY WS-CUR-PERIOD BY WS-PERIOD-MONTHS
                    GIVING WS-CONV-MONTH-NO
           PERFORM P090-MONTH-TO-YYYYMM
           THRU    P090-MONTH-TO-YYYYMM-EXIT
           MOVE WS-CONV-YYYYMM TO WS-CUR-FROM

           ADD WS-PERIOD-MONTHS TO WS-CONV-MONTH-NO
           SUBTRACT 1 FROM WS-CONV-MONTH-NO
           PERFORM P090-MONTH-TO-YYYYMM
           THRU    P090-MONTH-TO-YYYYMM-EXIT
           MOVE WS-CONV-YYYYMM TO WS-CUR-TO

           MULTIPLY WS-PRI-PERIOD BY WS-PERIOD-MONTHS
                    GIVING WS-CONV-MONTH-NO
           PERFORM P090-MONTH-TO-YYYYMM
           THRU    P090-MONTH-TO-YYYYMM-EXIT
           MOVE WS-CONV-YYYYMM TO WS-PRI-FROM

           ADD WS-PERIOD-MONTHS TO WS-CONV-MONTH-NO
           SUBTRACT 1 FROM WS-CONV-MONTH-NO
           PERFORM P090-MONTH-TO-YYYYMM
           THRU    P090-MONTH-TO-YYYYMM-EXIT
           MOVE WS-CONV-YYYYMM TO WS-PRI-TO

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CURRENT PERIOD'    TO WS-RPT-LABEL
           STRING WS-CUR-FROM       DELIMITED BY SIZE
                  ' THRU '          DELIMITED BY SIZE
                  WS-CUR-TO         DELIMITED BY SIZE
                  INTO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'PRIOR PERIOD'      TO WS-RPT-LABEL
           STRING WS-PRI-FROM       DELIMITED BY SIZE
                  ' THRU '          DELIMITED BY SIZE
                  WS-PRI-TO         DELIMITED BY SIZE
                  INTO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'JUMP PERCENT'      TO WS-RPT-LABEL
           MOVE WS-JUMP-PCT         TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'MINIMUM CHECKS'    TO WS-RPT-LABEL
           MOVE WS-MIN-CHECKS       TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO REC-HOTSPOT

           STRING 'HEADER;'         DELIMITED BY SIZE
                  WS-CUR-FROM       DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-CUR-TO         DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-PRI-FROM       DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-PRI-TO         DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  INTO REC-HOTSPOT

           PERFORM P860-PUT-HOTSPOT
           THRU    P860-PUT-HOTSPOT-EXIT
           .

       P080-SET-PERIODS-EXIT.
           EXIT.

       P090-MONTH-TO-YYYYMM.

           DIVIDE WS-CONV-MONTH-NO BY 12
                  GIVING WS-CONV-YYYY
                  REMAINDER WS-CONV-MM0

           COMPUTE WS-CONV-YYYYMM = WS-CONV-YYYY * 100
                                  + WS-CONV-MM0 + 1
           .

       P090-MONTH-TO-YYYYMM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The personal record sorts ahead of the subject's offenses
      * (record type 10 before 20), so its zip is in hand by the time
      * the subject's checks are read.
      *-----------------------------------------------------------------
       P100-NEXT-RECORD.

           READ DIFS NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SCANNED

                EVALUATE TRUE
                WHEN DB-PERSONAL-RECORD
                   MOVE DB-ID-STATE-NUMBER TO WS-ZIP-SUBJECT
                   MOVE DB-ZIP (1:3)       TO WS-ZIP-PREFIX

                WHEN DB-OFFENSE-RECORD
                     AND DB-DETAIL-CHECK
                     AND DB-ACTIVE
                     AND NOT DB-UNDER-DISPUTE
                   PERFORM P200-TALLY-CHECK
                   THRU    P200-TALLY-CHECK-EXIT

                WHEN OTHER
                   CONTINUE
                END-EVALUATE
           END-READ
           .

       P100-NEXT-RECORD-EXIT.
           EXIT.

       P200-TALLY-CHECK.

           PERFORM P210-FIND-PERIOD
           THRU    P210-FIND-PERIOD-EXIT

           EVALUATE TRUE
           WHEN WS-CHK-BAD-DATE
              ADD 1 TO WS-CHECKS-BAD-DATE

           WHEN WS-CHK-OUTSIDE
              ADD 1 TO WS-CHECKS-OUTSIDE

           WHEN OTHER
              IF WS-CHK-CURRENT
                 MOVE 1 TO WS-PX
                 ADD  1 TO WS-CHECKS-CURRENT
              ELSE
                 MOVE 2 TO WS-PX
                 ADD  1 TO WS-CHECKS-PRIOR
              END-IF

              IF DB-CK-AMT NUMERIC
                 MOVE DB-CK-AMT9 TO WS-CHK-AMT
              ELSE
                 MOVE ZEROS      TO WS-CHK-AMT
              END-IF

              ADD 1          TO WS-GRD-CHECKS (WS-PX)
              ADD WS-CHK-AMT TO WS-GRD-AMT    (WS-PX)

              PERFORM P220-FIND-REGION
              THRU    P220-FIND-REGION-EXIT

              IF WS-RGN-FOUND-IDX GREATER ZERO
                 ADD 1          TO WS-RGN-CHECKS (WS-RGN-FOUND-IDX
                                                  WS-PX)
                 ADD WS-CHK-AMT TO WS-RGN-AMT    (WS-RGN-FOUND-IDX
                                                  WS-PX)
              END-IF

              IF DB-ID-STATE-NUMBER EQUAL WS-ZIP-SUBJECT
                 AND WS-ZIP-PREFIX NUMERIC
                 ADD 1 WS-ZIP-PREFIX-N GIVING WS-ZIP-IX
              ELSE
                 MOVE 1001 TO WS-ZIP-IX
                 ADD  1    TO WS-CHECKS-NO-ZIP
              END-IF

              ADD 1          TO WS-ZIP-CHECKS (WS-ZIP-IX WS-PX)
              ADD WS-CHK-AMT TO WS-ZIP-AMT    (WS-ZIP-IX WS-PX)
           END-EVALUATE
           .

       P200-TALLY-CHECK-EXIT.
           EXIT.

       P210-FIND-PERIOD.

           MOVE DB-CK-DATE TO WS-CK-DATE-CHECK

           IF WS-CKD-MM NUMERIC
              AND WS-CKD-DD NUMERIC
              AND WS-CKD-YY NUMERIC
              AND WS-CKD-MM-N GREATER ZERO
              AND WS-CKD-MM-N NOT GREATER 12

              IF WS-CKD-YY-N LESS 50
                 ADD 2000 TO WS-CKD-YY-N GIVING WS-CK-CENT-YEAR
              ELSE
                 ADD 1900 TO WS-CKD-YY-N GIVING WS-CK-CENT-YEAR
              END-IF

              COMPUTE WS-MONTH-NO = WS-CK-CENT-YEAR * 12
                                  + WS-CKD-MM-N - 1

              DIVIDE WS-MONTH-NO BY WS-PERIOD-MONTHS
                     GIVING WS-CHK-PERIOD

              EVALUATE WS-CHK-PERIOD
              WHEN WS-CUR-PERIOD
                 MOVE 'C' TO WS-CHK-PERIOD-SW
              WHEN WS-PRI-PERIOD
                 MOVE 'P' TO WS-CHK-PERIOD-SW
              WHEN OTHER
                 MOVE 'O' TO WS-CHK-PERIOD-SW
              END-EVALUATE
           ELSE
              MOVE 'B' TO WS-CHK-PERIOD-SW
           END-IF
           .

       P210-FIND-PERIOD-EXIT.
           EXIT.

       P220-FIND-REGION.

           MOVE ZEROS TO WS-RGN-IX
                         WS-RGN-FOUND-IDX

           PERFORM P221-SCAN-REGION THRU P221-SCAN-REGION-EXIT
              UNTIL WS-RGN-IX NOT LESS WS-RGN-USED
                 OR WS-RGN-FOUND-IDX GREATER ZERO

           IF WS-RGN-FOUND-IDX EQUAL ZERO
              IF WS-RGN-USED LESS 50
                 ADD 1 TO WS-RGN-USED
                 MOVE WS-RGN-USED TO WS-RGN-FOUND-IDX
                 INITIALIZE WS-RGN-ENTRY (WS-RGN-USED)
                 MOVE DB-CK-ZIP-REGION
                                  TO WS-RGN-CODE (WS-RGN-USED)
                 MOVE 'N'         TO WS-RGN-PRINTED-SW (WS-RGN-USED)
              ELSE
                 DISPLAY 'REGION TABLE FULL. REGION NOT TALLIED: '
                          DB-CK-ZIP-REGION
              END-IF
           END-IF
           .

       P220-FIND-REGION-EXIT.
           EXIT.

       P221-SCAN-REGION.

           ADD 1 TO WS-RGN-IX

           IF WS-RGN-CODE (WS-RGN-IX) EQUAL DB-CK-ZIP-REGION
              MOVE WS-RGN-IX TO WS-RGN-FOUND-IDX
           END-IF
           .

       P221-SCAN-REGION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Regions in code order -- each pass prints the smallest code
      * not yet printed -- closed by the all-region total.
      *-----------------------------------------------------------------
       P300-PRINT-REGIONS.

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'BY CHECK ZIP REGION' TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-PASS-IX

           PERFORM P310-PRINT-NEXT-REGION
           THRU    P310-PRINT-NEXT-REGION-EXIT
              UNTIL WS-PASS-IX NOT LESS WS-RGN-USED

           MOVE SPACES TO WS-HOTSPOT-LINE
           MOVE 'TOTAL'                  TO WS-HSL-AREA
           MOVE WS-GRD-CHECKS (1)        TO WS-HSL-CUR-CHECKS
           MOVE WS-GRD-AMT (1)           TO WS-HSL-CUR-AMT
           MOVE WS-GRD-CHECKS (2)        TO WS-HSL-PRI-CHECKS
           MOVE WS-GRD-AMT (2)           TO WS-HSL-PRI-AMT

           MOVE WS-HOTSPOT-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P300-PRINT-REGIONS-EXIT.
           EXIT.

       P310-PRINT-NEXT-REGION.

           ADD 1 TO WS-PASS-IX

           MOVE ZEROS TO WS-BEST-IX
                         WS-RGN-IX

           PERFORM P320-FIND-LOWEST-REGION
           THRU    P320-FIND-LOWEST-REGION-EXIT
              UNTIL WS-RGN-IX NOT LESS WS-RGN-USED

           IF WS-BEST-IX GREATER ZERO
              MOVE 'Y' TO WS-RGN-PRINTED-SW (WS-BEST-IX)

              MOVE 'REGION'                  TO WS-WK-KIND
              MOVE SPACES                    TO WS-WK-AREA

              IF WS-RGN-CODE (WS-BEST-IX) EQUAL SPACE
                 MOVE 'BLANK'                TO WS-WK-AREA
              ELSE
                 MOVE WS-RGN-CODE (WS-BEST-IX)
                                             TO WS-WK-AREA
              END-IF

              MOVE WS-RGN-CHECKS (WS-BEST-IX 1) TO WS-WK-CUR-CHECKS
              MOVE WS-RGN-AMT    (WS-BEST-IX 1) TO WS-WK-CUR-AMT
              MOVE WS-RGN-CHECKS (WS-BEST-IX 2) TO WS-WK-PRI-CHECKS
              MOVE WS-RGN-AMT    (WS-BEST-IX 2) TO WS-WK-PRI-AMT

              PERFORM P500-REPORT-AREA
              THRU    P500-REPORT-AREA-EXIT
           END-IF
           .

       P310-PRINT-NEXT-REGION-EXIT.
           EXIT.

       P320-FIND-LOWEST-REGION.

           ADD 1 TO WS-RGN-IX

           IF WS-RGN-PRINTED-SW (WS-RGN-IX) EQUAL 'N'
              IF WS-BEST-IX EQUAL ZERO
                 MOVE WS-RGN-IX TO WS-BEST-IX
              ELSE
                 IF WS-RGN-CODE (WS-RGN-IX)
                    LESS WS-RGN-CODE (WS-BEST-IX)
                    MOVE WS-RGN-IX TO WS-BEST-IX
                 END-IF
              END-IF
           END-IF
           .

       P320-FIND-LOWEST-REGION-EXIT.
           EXIT.

       P400-PRINT-ZIP3.

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'BY SUBJECT HOME ZIP3' TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-ZIP-IX

           PERFORM P410-PRINT-ONE-ZIP3
           THRU    P410-PRINT-ONE-ZIP3-EXIT
              UNTIL WS-ZIP-IX NOT LESS 1001
           .

       P400-PRINT-ZIP3-EXIT.
           EXIT.

       P410-PRINT-ONE-ZIP3.

           ADD 1 TO WS-ZIP-IX

           IF WS-ZIP-CHECKS (WS-ZIP-IX 1) GREATER ZERO
              OR WS-ZIP-CHECKS (WS-ZIP-IX 2) GREATER ZERO
              MOVE 'ZIP3'                    TO WS-WK-KIND
              MOVE SPACES                    TO WS-WK-AREA

              IF WS-ZIP-IX EQUAL 1001
                 MOVE 'UNK'                  TO WS-WK-AREA
              ELSE
                 SUBTRACT 1 FROM WS-ZIP-IX GIVING WS-ZIP-PREFIX-N
                 MOVE WS-ZIP-PREFIX          TO WS-WK-AREA
              END-IF

              MOVE WS-ZIP-CHECKS (WS-ZIP-IX 1) TO WS-WK-CUR-CHECKS
              MOVE WS-ZIP-AMT    (WS-ZIP-IX 1) TO WS-WK-CUR-AMT
              MOVE WS-ZIP-CHECKS (WS-ZIP-IX 2) TO WS-WK-PRI-CHECKS
              MOVE WS-ZIP-AMT    (WS-ZIP-IX 2) TO WS-WK-PRI-AMT

              PERFORM P500-REPORT-AREA
              THRU    P500-REPORT-AREA-EXIT
           END-IF
           .

       P410-PRINT-ONE-ZIP3-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One area: work out the change and the flag, print the line,
      * write the HOTSPTF row and hold a flagged area for the ranking.
      *-----------------------------------------------------------------
       P500-REPORT-AREA.

           MOVE SPACES TO WS-WK-FLAG
           MOVE ZEROS  TO WS-WK-PCT

           IF WS-WK-PRI-CHECKS GREATER ZERO
              MOVE 'Y' TO WS-WK-BASE-SW

              COMPUTE WS-WK-PCT ROUNDED =
                      (WS-WK-CUR-CHECKS - WS-WK-PRI-CHECKS) * 100
                      / WS-WK-PRI-CHECKS
                 ON SIZE ERROR
                      MOVE 99999.9 TO WS-WK-PCT
              END-COMPUTE

              IF WS-WK-CUR-CHECKS NOT LESS WS-MIN-CHECKS
                 AND WS-WK-PCT NOT LESS WS-JUMP-PCT
                 MOVE 'JUMP' TO WS-WK-FLAG
              END-IF
           ELSE
              MOVE 'N' TO WS-WK-BASE-SW

              IF WS-WK-CUR-CHECKS NOT LESS WS-MIN-CHECKS
                 MOVE 'NEW' TO WS-WK-FLAG
              END-IF
           END-IF

           MOVE SPACES TO WS-HOTSPOT-LINE
           MOVE WS-WK-AREA               TO WS-HSL-AREA
           MOVE WS-WK-CUR-CHECKS         TO WS-HSL-CUR-CHECKS
           MOVE WS-WK-CUR-AMT            TO WS-HSL-CUR-AMT
           MOVE WS-WK-PRI-CHECKS         TO WS-HSL-PRI-CHECKS
           MOVE WS-WK-PRI-AMT            TO WS-HSL-PRI-AMT

           IF WS-WK-HAS-BASE
              MOVE WS-WK-PCT             TO WS-HSL-PCT
           ELSE
              MOVE SPACES                TO WS-HSL-PCT-X
           END-IF

           MOVE WS-WK-FLAG               TO WS-HSL-FLAG

           MOVE WS-HOTSPOT-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           PERFORM P800-WRITE-HOTSPOT
           THRU    P800-WRITE-HOTSPOT-EXIT

           IF WS-WK-FLAG NOT EQUAL SPACES
              ADD 1 TO WS-AREAS-FLAGGED

              PERFORM P510-HOLD-FOR-RANKING
              THRU    P510-HOLD-FOR-RANKING-EXIT
           END-IF
           .

       P500-REPORT-AREA-EXIT.
           EXIT.

       P510-HOLD-FOR-RANKING.

           IF WS-RNK-USED LESS 300
              ADD 1 TO WS-RNK-USED

              MOVE SPACES TO WS-RNK-AREA (WS-RNK-USED)

              IF WS-WK-KIND EQUAL 'REGION'
                 STRING 'RGN '     DELIMITED BY SIZE
                        WS-WK-AREA DELIMITED BY SIZE
                        INTO WS-RNK-AREA (WS-RNK-USED)
              ELSE
                 STRING 'ZIP'      DELIMITED BY SIZE
                        WS-WK-AREA DELIMITED BY SIZE
                        INTO WS-RNK-AREA (WS-RNK-USED)
              END-IF

              MOVE WS-WK-CUR-CHECKS TO WS-RNK-CUR-CHECKS (WS-RNK-USED)
              MOVE WS-WK-CUR-AMT    TO WS-RNK-CUR-AMT    (WS-RNK-USED)
              MOVE WS-WK-PRI-CHECKS TO WS-RNK-PRI-CHECKS (WS-RNK-USED)
              MOVE WS-WK-PRI-AMT    TO WS-RNK-PRI-AMT    (WS-RNK-USED)
              MOVE WS-WK-FLAG       TO WS-RNK-FLAG       (WS-RNK-USED)
              MOVE 'N'              TO WS-RNK-PRINTED-SW (WS-RNK-USED)

              IF WS-WK-HAS-BASE
                 MOVE WS-WK-PCT     TO WS-RNK-PCT (WS-RNK-USED)
              ELSE
                 MOVE 99999.9       TO WS-RNK-PCT (WS-RNK-USED)
              END-IF
           ELSE
              DISPLAY 'RANKING TABLE FULL. AREA NOT RANKED: '
                       WS-WK-KIND ' ' WS-WK-AREA
           END-IF
           .

       P510-HOLD-FOR-RANKING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Flagged areas, largest rise first -- each pass prints the
      * largest change not yet printed.
      *-----------------------------------------------------------------
       P600-PRINT-RANKING.

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'RANKED HOT SPOTS - LARGEST RISE FIRST'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-PASS-IX
                         WS-RANK-NO

           PERFORM P610-PRINT-NEXT-RANK
           THRU    P610-PRINT-NEXT-RANK-EXIT
              UNTIL WS-PASS-IX NOT LESS WS-RNK-USED

           IF WS-RNK-USED EQUAL ZERO
              MOVE '  NO AREA PAST THE JUMP PERCENT' TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P600-PRINT-RANKING-EXIT.
           EXIT.

       P610-PRINT-NEXT-RANK.

           ADD 1 TO WS-PASS-IX

           MOVE ZEROS TO WS-BEST-IX
                         WS-RNK-IX

           PERFORM P620-FIND-LARGEST-RISE
           THRU    P620-FIND-LARGEST-RISE-EXIT
              UNTIL WS-RNK-IX NOT LESS WS-RNK-USED

           IF WS-BEST-IX GREATER ZERO
              MOVE 'Y' TO WS-RNK-PRINTED-SW (WS-BEST-IX)

              MOVE SPACES TO WS-HOTSPOT-LINE
              MOVE WS-RNK-AREA (WS-BEST-IX)       TO WS-HSL-AREA
              MOVE WS-RNK-CUR-CHECKS (WS-BEST-IX) TO WS-HSL-CUR-CHECKS
              MOVE WS-RNK-CUR-AMT (WS-BEST-IX)    TO WS-HSL-CUR-AMT
              MOVE WS-RNK-PRI-CHECKS (WS-BEST-IX) TO WS-HSL-PRI-CHECKS
              MOVE WS-RNK-PRI-AMT (WS-BEST-IX)    TO WS-HSL-PRI-AMT
              MOVE WS-RNK-FLAG (WS-BEST-IX)       TO WS-HSL-FLAG

              IF WS-RNK-PRI-CHECKS (WS-BEST-IX) GREATER ZERO
                 MOVE WS-RNK-PCT (WS-BEST-IX)     TO WS-HSL-PCT
              ELSE
                 MOVE SPACES                      TO WS-HSL-PCT-X
              END-IF

              MOVE WS-HOTSPOT-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P610-PRINT-NEXT-RANK-EXIT.
           EXIT.

       P620-FIND-LARGEST-RISE.

           ADD 1 TO WS-RNK-IX

           IF WS-RNK-PRINTED-SW (WS-RNK-IX) EQUAL 'N'
              IF WS-BEST-IX EQUAL ZERO
                 MOVE WS-RNK-IX TO WS-BEST-IX
              ELSE
                 IF WS-RNK-PCT (WS-RNK-IX)
                    GREATER WS-RNK-PCT (WS-BEST-IX)
                    MOVE WS-RNK-IX TO WS-BEST-IX
                 END-IF
              END-IF
           END-IF
           .

       P620-FIND-LARGEST-RISE-EXIT.
           EXIT.

       P800-WRITE-HOTSPOT.

           MOVE WS-WK-CUR-CHECKS TO WS-FED-CUR-CHECKS
           MOVE WS-WK-CUR-AMT    TO WS-FED-CUR-AMT
           MOVE WS-WK-PRI-CHECKS TO WS-FED-PRI-CHECKS
           MOVE WS-WK-PRI-AMT    TO WS-FED-PRI-AMT

           IF WS-WK-HAS-BASE
              MOVE WS-WK-PCT     TO WS-FED-PCT
           ELSE
              MOVE SPACES        TO WS-FED-PCT-X
           END-IF

           MOVE SPACES           TO REC-HOTSPOT

           STRING WS-WK-KIND        DELIMITED BY SPACE
                  ';'               DELIMITED BY SIZE
                  WS-WK-AREA        DELIMITED BY SPACE
                  ';'               DELIMITED BY SIZE
                  WS-FED-CUR-CHECKS DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-FED-CUR-AMT    DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-FED-PRI-CHECKS DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-FED-PRI-AMT    DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-FED-PCT-X      DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-WK-FLAG        DELIMITED BY SPACE
                  INTO REC-HOTSPOT

           PERFORM P860-PUT-HOTSPOT
           THRU    P860-PUT-HOTSPOT-EXIT

           ADD 1 TO WS-ROWS-WRITTEN
           .

       P800-WRITE-HOTSPOT-EXIT.
           EXIT.

       P850-WRITE-TRAILER.

           MOVE WS-ROWS-WRITTEN TO WS-FED-COUNT
           MOVE SPACES          TO REC-HOTSPOT

           STRING 'TRAILER;'    DELIMITED BY SIZE
                  WS-FED-COUNT  DELIMITED BY SIZE
                  INTO REC-HOTSPOT

           PERFORM P860-PUT-HOTSPOT
           THRU    P860-PUT-HOTSPOT-EXIT
           .

       P850-WRITE-TRAILER-EXIT.
           EXIT.

       P860-PUT-HOTSPOT.

           WRITE REC-HOTSPOT
           END-WRITE

           IF WS-FS-HOTSPTF NOT EQUAL '00'
              DISPLAY 'WRITE HOTSPTF FS:' WS-FS-HOTSPTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P860-PUT-HOTSPOT-EXIT.
           EXIT.

       P950-WRITE-REPORT.

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'RECORDS SCANNED'   TO WS-RPT-LABEL
           MOVE WS-SCANNED          TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CHECKS OUTSIDE'    TO WS-RPT-LABEL
           MOVE WS-CHECKS-OUTSIDE   TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'BAD CHECK DATE'    TO WS-RPT-LABEL
           MOVE WS-CHECKS-BAD-DATE  TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'NO SUBJECT ZIP'    TO WS-RPT-LABEL
           MOVE WS-CHECKS-NO-ZIP    TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'AREAS FLAGGED'     TO WS-RPT-LABEL
           MOVE WS-AREAS-FLAGGED    TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P950-WRITE-REPORT-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
