      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Monthly incident-based statistical submission (IBRSUBF.cpy)
      * to the state criminal-justice statistics office, replacing
      * the paper summary. Every police detail record whose
      * DB-PD-DATE falls in the reporting month becomes one incident
      * row: the offense code and the state statute code it maps to
      * (CODETBL list 'STATUTE'), the incident date, the wanting
      * agency, the penal code and the security action. The subject
      * is named only by a stable anonymous number from ANONXF.cpy.
      * Inactive and disputed records, expunged subjects and offense
      * codes with no active statute mapping are left out; an
      * unmapped code is listed so data control can add the mapping
      * and resubmit the month.
      *
      * Control card (SYSIN): reporting month CCYYMM in cols 1-6
      * (blank for last month) and 'R' in col 7 to resubmit a month
      * already sent. The submission log (IBRCTLF.cpy) holds an
      * original to one per month and a resubmission to a month
      * already sent.
      *
      * REPORTF carries the reconciliation page: per offense code,
      * the month's offense records on COBDF06's basis (file
      * maintenance date in the month) bridged to the incidents
      * submitted.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF47.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.

           SELECT CODETBL  ASSIGN TO CODETBL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CT-KEY
                  FILE STATUS   IS WS-FS-CODETBL.

           SELECT ANONXF   ASSIGN TO ANONXF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS AX-KEY
                  FILE STATUS   IS WS-FS-ANONXF.

           SELECT EXPUNGF  ASSIGN TO EXPUNGF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EXP-KEY
                  FILE STATUS   IS WS-FS-EXPUNGF.

           SELECT IBRCTLF  ASSIGN TO IBRCTLF
                  FILE STATUS IS WS-FS-IBRCTLF.

           SELECT IBRSUBF  ASSIGN TO IBRSUBF
                  FILE STATUS IS WS-FS-IBRSUBF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  DIFS.

       COPY DIFSDB.

       FD  CODETBL.

       COPY CODETBL.

       FD  ANONXF.

       COPY ANONXF.

       FD  EXPUNGF.

       COPY EXPUNGF.

       FD  IBRCTLF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY IBRCTLF.

       FD  IBRSUBF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.

       COPY IBRSUBF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-CODETBL             PIC X(002) VALUE SPACES.
           05  WS-FS-ANONXF              PIC X(002) VALUE SPACES.
           05  WS-FS-EXPUNGF             PIC X(002) VALUE SPACES.
           05  WS-FS-IBRCTLF             PIC X(002) VALUE SPACES.
           05  WS-FS-IBRSUBF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-INCIDENTS              PIC 9(009) VALUE ZEROS.
           05  WS-SUBJECTS               PIC 9(009) VALUE ZEROS.
           05  WS-NEW-ANON-NOS           PIC 9(009) VALUE ZEROS.
           05  WS-EXC-INACTIVE           PIC 9(009) VALUE ZEROS.
           05  WS-EXC-DISPUTED           PIC 9(009) VALUE ZEROS.
           05  WS-EXC-EXPUNGED           PIC 9(009) VALUE ZEROS.
           05  WS-EXC-UNMAPPED           PIC 9(009) VALUE ZEROS.
           05  WS-LAST-ANON-NO           PIC 9(009) VALUE ZEROS.
           05  WS-STATUTE-CODE           PIC X(016) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-CHECK REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY-N             PIC 9(004).
           05  WS-RUN-MM-N               PIC 9(002).
           05  WS-RUN-DD-N               PIC 9(002).

       01  WS-RUN-MONTH                  PIC 9(006) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Control card (SYSIN).
      *-----------------------------------------------------------------
       01  WS-CONTROL-CARD.
           05  WS-CARD-MONTH             PIC X(006).
           05  WS-CARD-MONTH-N REDEFINES
               WS-CARD-MONTH             PIC 9(006).
           05  WS-CARD-TYPE              PIC X(001).
               88  WS-CARD-RESUBMIT          VALUE 'R'.
           05  FILLER                    PIC X(073).

      *-----------------------------------------------------------------
      * The reporting month, with its month and 2-digit year as text
      * for the straight compares against the MMDDYY DIFS dates --
      * the same way COBDF06 picks its month.
      *-----------------------------------------------------------------
       01  WS-SEL-MONTH                  PIC 9(006) VALUE ZEROS.
       01  WS-SEL-MONTH-SPLIT REDEFINES WS-SEL-MONTH.
           05  WS-SEL-YYYY-N             PIC 9(004).
           05  WS-SEL-MM-N               PIC 9(002).
       01  WS-SEL-MM-TXT REDEFINES WS-SEL-MONTH.
           05  FILLER                    PIC X(004).
           05  WS-SEL-MM                 PIC X(002).

       01  WS-SEL-YY-CALC.
           05  WS-SEL-CENT               PIC 9(002) VALUE ZEROS.
           05  WS-SEL-YY-N               PIC 9(002) VALUE ZEROS.
           05  WS-SEL-YY REDEFINES
               WS-SEL-YY-N               PIC X(002).

       01  WS-SUBMISSION.
           05  WS-SUB-TYPE               PIC X(001) VALUE 'O'.
           05  WS-SUB-VERSION            PIC 9(002) VALUE ZEROS.

      *-----------------------------------------------------------------
      * DIFS dates are MMDDYY with a plain 2-digit year, windowed the
      * usual legacy way (00-49 is 20xx, 50-99 is 19xx). P250 turns
      * WS-DATE-CHECK into WS-DATE-CYMD, zeros when not numeric.
      *-----------------------------------------------------------------
       01  WS-DATE-CHECK.
           05  WS-DCK-MM                 PIC X(002).
           05  WS-DCK-MM-N REDEFINES
               WS-DCK-MM                 PIC 99.
           05  WS-DCK-DD                 PIC X(002).
           05  WS-DCK-DD-N REDEFINES
               WS-DCK-DD                 PIC 99.
           05  WS-DCK-YY                 PIC X(002).
           05  WS-DCK-YY-N REDEFINES
               WS-DCK-YY                 PIC 99.

       01  WS-DCK-CENT-YEAR              PIC 9(004) VALUE ZEROS.
       01  WS-DATE-CYMD                  PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Submission log rows, written back with this month's row.
      *-----------------------------------------------------------------
       01  WS-LOG-TABLE.
           05  WS-LOG-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-LOG-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-LOG-FOUND-IX           PIC 9(004) VALUE ZEROS.
           05  WS-LOG-ENTRY OCCURS 240 TIMES.
               10  WS-LOG-MONTH          PIC 9(006).
               10  WS-LOG-VERSION        PIC 9(002).
               10  WS-LOG-SUBMIT-DATE    PIC 9(008).
               10  WS-LOG-INCIDENTS      PIC 9(009).

      *-----------------------------------------------------------------
      * Reconciliation buckets by offense code, filled as codes turn
      * up. Entry 41 takes any code past the fortieth.
      *   MAINT      offense records maintained in the month (COBDF06)
      *   NOT-POL    of those, check or unstamped detail
      *   INC-OTH    of those, police with the incident in another
      *              month (or no readable incident date)
      *   MNT-OTH    police incidents in the month maintained in
      *              another month
      *   EXCLUDED   incidents in the month left out
      *   SUBMITTED  incidents in the month submitted
      *-----------------------------------------------------------------
       01  WS-RECON-TABLE.
           05  WS-RC-CNT                 PIC 9(003) VALUE ZEROS.
           05  WS-RC-ENTRY OCCURS 41 TIMES
               INDEXED BY WS-RC-IDX.
               10  WS-RC-CODE            PIC X(002).
               10  WS-RC-MAINT           PIC 9(007).
               10  WS-RC-NOT-POLICE      PIC 9(007).
               10  WS-RC-INC-OTHER       PIC 9(007).
               10  WS-RC-MNT-OTHER       PIC 9(007).
               10  WS-RC-EXCLUDED        PIC 9(007).
               10  WS-RC-SUBMITTED       PIC 9(007).
               10  WS-RC-UNMAPPED        PIC 9(007).

       01  WS-RECON-TOTALS.
           05  WS-RT-MAINT               PIC 9(009) VALUE ZEROS.
           05  WS-RT-NOT-POLICE          PIC 9(009) VALUE ZEROS.
           05  WS-RT-INC-OTHER           PIC 9(009) VALUE ZEROS.
           05  WS-RT-MNT-OTHER           PIC 9(009) VALUE ZEROS.
           05  WS-RT-EXCLUDED            PIC 9(009) VALUE ZEROS.
           05  WS-RT-SUBMITTED           PIC 9(009) VALUE ZEROS.
           05  WS-RT-DERIVED             PIC S9(009) VALUE ZEROS.

       01  WS-CODE-SEARCH.
           05  WS-SEARCH-CODE            PIC X(002).
           05  WS-FOUND-IDX              PIC 9(003) VALUE ZEROS.

       01  WS-PRINT-IDX                  PIC 9(003) VALUE ZEROS.

       01  WS-SUBJECT-CACHE.
           05  WS-EXP-SUBJECT            PIC X(026) VALUE SPACES.
           05  WS-ANON-SUBJECT           PIC X(026) VALUE SPACES.
           05  WS-ANON-NO                PIC 9(009) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-LOG-EOF-SW             PIC X(001) VALUE 'N'.
               88  WS-LOG-EOF                VALUE 'Y'.
           05  WS-MAINT-IN-MONTH-SW      PIC X(001) VALUE 'N'.
               88  WS-MAINT-IN-MONTH         VALUE 'Y'.
           05  WS-INCIDENT-IN-MONTH-SW   PIC X(001) VALUE 'N'.
               88  WS-INCIDENT-IN-MONTH      VALUE 'Y'.
           05  WS-MAPPED-SW              PIC X(001) VALUE 'N'.
               88  WS-STATUTE-MAPPED         VALUE 'Y'.
           05  WS-EXPUNGF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-EXPUNGF-OFF            VALUE 'Y'.
           05  WS-EXPUNGED-SW            PIC X(001) VALUE 'N'.
               88  WS-SUBJECT-EXPUNGED       VALUE 'Y'.

       01  WS-RECON-LINE.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RL-CODE                PIC X(003) VALUE SPACES.
           05  WS-RL-CELL OCCURS 6 TIMES.
               10  FILLER                PIC X(002).
               10  WS-RL-COUNT           PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL               PIC X(032) VALUE SPACES.
           05  WS-TL-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF47 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CONTROL-CARD FROM SYSIN.

           PERFORM P100-SET-MONTH THRU P100-SET-MONTH-EXIT

           PERFORM P110-LOAD-LOG THRU P110-LOAD-LOG-EXIT

           OPEN INPUT DIFS.

           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'OPEN DIFS     FS: ' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT CODETBL.

           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'OPEN CODETBL  FS: ' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O ANONXF.

           IF WS-FS-ANONXF NOT EQUAL '00'
              DISPLAY 'OPEN ANONXF   FS: ' WS-FS-ANONXF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT IBRSUBF.

           IF WS-FS-IBRSUBF NOT EQUAL '00'
              DISPLAY 'OPEN IBRSUBF  FS: ' WS-FS-IBRSUBF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P140-OPEN-EXPUNGE-REGISTER
           THRU    P140-OPEN-EXPUNGE-REGISTER-EXIT

           PERFORM P120-READ-ANON-CONTROL
           THRU    P120-READ-ANON-CONTROL-EXIT

           MOVE SPACES              TO REC-IBR-SUBMISSION
           MOVE 'H'                 TO IB-ROW-TYPE
           MOVE WS-SEL-MONTH        TO IB-REPORT-MONTH
           MOVE WS-SUB-TYPE         TO IB-SUBMISSION-TYPE
           MOVE WS-SUB-VERSION      TO IB-VERSION-NO
           MOVE WS-RUN-DATE         TO IB-CREATED-DATE

           PERFORM P350-WRITE-SUBMISSION
           THRU    P350-WRITE-SUBMISSION-EXIT

           MOVE LOW-VALUES TO DB-MASTER-KEY

           START DIFS KEY IS NOT LESS THAN DB-MASTER-KEY
             INVALID KEY
                MOVE 'Y' TO WS-EOF-SW
           END-START

           PERFORM P200-CHECK-NEXT THRU P200-CHECK-NEXT-EXIT
              UNTIL WS-EOF

           MOVE SPACES              TO REC-IBR-SUBMISSION
           MOVE 'T'                 TO IB-ROW-TYPE
           MOVE WS-SEL-MONTH        TO IB-REPORT-MONTH
           MOVE WS-INCIDENTS        TO IB-TRL-INCIDENT-COUNT
           MOVE WS-SUBJECTS         TO IB-TRL-SUBJECT-COUNT

           PERFORM P350-WRITE-SUBMISSION
           THRU    P350-WRITE-SUBMISSION-EXIT

           MOVE 'INCIDENT SUBMISSION RECONCILIATION'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF47 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'CODE'              TO WS-COLUMN-HEADING (1:4)
           MOVE 'MAINT'             TO WS-COLUMN-HEADING (11:5)
           MOVE 'NOT-POL'           TO WS-COLUMN-HEADING (20:7)
           MOVE 'INC-OTH'           TO WS-COLUMN-HEADING (31:7)
           MOVE 'MNT-OTH'           TO WS-COLUMN-HEADING (42:7)
           MOVE 'EXCLUDED'          TO WS-COLUMN-HEADING (52:8)
           MOVE 'SUBMITTED'         TO WS-COLUMN-HEADING (62:9)

           PERFORM P700-WRITE-RECONCILIATION
           THRU    P700-WRITE-RECONCILIATION-EXIT

           CLOSE DIFS.
           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'CLOSE DIFS    FS: ' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CODETBL.
           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'CLOSE CODETBL FS: ' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE ANONXF.
           IF WS-FS-ANONXF NOT EQUAL '00'
              DISPLAY 'CLOSE ANONXF  FS: ' WS-FS-ANONXF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-EXPUNGF-OFF
              CLOSE EXPUNGF

              IF WS-FS-EXPUNGF NOT EQUAL '00'
                 DISPLAY 'CLOSE EXPUNGF FS: ' WS-FS-EXPUNGF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE IBRSUBF.
           IF WS-FS-IBRSUBF NOT EQUAL '00'
              DISPLAY 'CLOSE IBRSUBF FS: ' WS-FS-IBRSUBF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P180-UPDATE-LOG THRU P180-UPDATE-LOG-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'REPORTING MONTH..: ' WS-SEL-MONTH.
           DISPLAY 'SUBMISSION TYPE..: ' WS-SUB-TYPE.
           DISPLAY 'VERSION..........: ' WS-SUB-VERSION.
           DISPLAY 'RECORDS SCANNED..: ' WS-SCANNED.
           DISPLAY 'INCIDENTS SENT...: ' WS-INCIDENTS.
           DISPLAY 'SUBJECTS.........: ' WS-SUBJECTS.
           DISPLAY 'NEW ANON NUMBERS.: ' WS-NEW-ANON-NOS.
           DISPLAY 'INACTIVE LEFT OUT: ' WS-EXC-INACTIVE.
           DISPLAY 'DISPUTED LEFT OUT: ' WS-EXC-DISPUTED.
           DISPLAY 'EXPUNGED LEFT OUT: ' WS-EXC-EXPUNGED.
           DISPLAY 'NO STATUTE CODE..: ' WS-EXC-UNMAPPED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF47 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The reporting month comes off the card, or is last month when
      * the card leaves it blank. Only a month already over can be
      * reported.
      *-----------------------------------------------------------------
       P100-SET-MONTH.

           COMPUTE WS-RUN-MONTH = WS-RUN-YYYY-N * 100 + WS-RUN-MM-N

           IF WS-CARD-MONTH EQUAL SPACES
              IF WS-RUN-MM-N EQUAL 1
                 COMPUTE WS-SEL-MONTH =
                    (WS-RUN-YYYY-N - 1) * 100 + 12
              ELSE
                 COMPUTE WS-SEL-MONTH = WS-RUN-MONTH - 1
              END-IF
           ELSE
              IF WS-CARD-MONTH NOT NUMERIC
                 DISPLAY 'REPORTING MONTH NOT NUMERIC: ' WS-CARD-MONTH
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              MOVE WS-CARD-MONTH-N TO WS-SEL-MONTH
           END-IF

           IF WS-SEL-MM-N LESS 1
              OR WS-SEL-MM-N GREATER 12
              OR WS-SEL-MONTH NOT LESS WS-RUN-MONTH
              DISPLAY 'REPORTING MONTH NOT VALID: ' WS-SEL-MONTH
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DIVIDE WS-SEL-YYYY-N BY 100
              GIVING    WS-SEL-CENT
              REMAINDER WS-SEL-YY-N

           IF WS-CARD-RESUBMIT
              MOVE 'R' TO WS-SUB-TYPE
           ELSE
              MOVE 'O' TO WS-SUB-TYPE
           END-IF

           DISPLAY 'REPORTING MONTH.........: ' WS-SEL-MONTH
           DISPLAY 'SUBMISSION TYPE.........: ' WS-SUB-TYPE
           .

       P100-SET-MONTH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Submission log: an original for a month already sent, or a
      * resubmission for a month never sent, stops the run.
      *-----------------------------------------------------------------
       P110-LOAD-LOG.

           OPEN INPUT IBRCTLF.

           EVALUATE TRUE
           WHEN WS-FS-IBRCTLF EQUAL '00'
              PERFORM P115-LOAD-LOG-NEXT THRU P115-LOAD-LOG-NEXT-EXIT
                 UNTIL WS-LOG-EOF

              CLOSE IBRCTLF
           WHEN WS-FS-IBRCTLF EQUAL '35'
              DISPLAY 'IBRCTLF NOT DEFINED. NO MONTHS SENT YET.'
           WHEN OTHER
              DISPLAY 'OPEN IBRCTLF  FS: ' WS-FS-IBRCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           MOVE ZEROS TO WS-LOG-FOUND-IX

           PERFORM P117-FIND-MONTH THRU P117-FIND-MONTH-EXIT
              VARYING WS-LOG-IX FROM 1 BY 1
              UNTIL WS-LOG-IX GREATER WS-LOG-CNT

           EVALUATE TRUE
           WHEN WS-SUB-TYPE EQUAL 'O' AND WS-LOG-FOUND-IX GREATER ZERO
              DISPLAY 'MONTH ALREADY SUBMITTED. RESUBMIT WITH AN R CARD'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           WHEN WS-SUB-TYPE EQUAL 'R' AND WS-LOG-FOUND-IX EQUAL ZERO
              DISPLAY 'MONTH NEVER SUBMITTED. NOTHING TO RESUBMIT'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           WHEN WS-LOG-FOUND-IX EQUAL ZERO
              MOVE 1 TO WS-SUB-VERSION
           WHEN WS-LOG-VERSION (WS-LOG-FOUND-IX) EQUAL 99
              DISPLAY 'MONTH RESUBMITTED 99 TIMES ALREADY'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           WHEN OTHER
              ADD 1 TO WS-LOG-VERSION (WS-LOG-FOUND-IX)
                 GIVING WS-SUB-VERSION
           END-EVALUATE

           DISPLAY 'VERSION.................: ' WS-SUB-VERSION
           .

       P110-LOAD-LOG-EXIT.
           EXIT.

       P115-LOAD-LOG-NEXT.

           READ IBRCTLF
             AT END
                MOVE 'Y' TO WS-LOG-EOF-SW
             NOT AT END
                IF WS-LOG-CNT NOT LESS 240
                   DISPLAY 'MORE THAN 240 MONTHS ON IBRCTLF'
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-LOG-CNT
                MOVE IC-REPORT-MONTH   TO WS-LOG-MONTH (WS-LOG-CNT)
                MOVE IC-VERSION-NO     TO WS-LOG-VERSION (WS-LOG-CNT)
                MOVE IC-SUBMIT-DATE    TO WS-LOG-SUBMIT-DATE
                                          (WS-LOG-CNT)
                MOVE IC-INCIDENT-COUNT TO WS-LOG-INCIDENTS (WS-LOG-CNT)
           END-READ
           .

       P115-LOAD-LOG-NEXT-EXIT.
           EXIT.

       P117-FIND-MONTH.

           IF WS-LOG-MONTH (WS-LOG-IX) EQUAL WS-SEL-MONTH
              MOVE WS-LOG-IX TO WS-LOG-FOUND-IX
           END-IF
           .

       P117-FIND-MONTH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The anonymous-number control row; an empty cross-reference
      * starts from zero.
      *-----------------------------------------------------------------
       P120-READ-ANON-CONTROL.

           MOVE SPACES TO AX-ID-STATE-NUMBER

           READ ANONXF
             INVALID KEY
                MOVE SPACES  TO REC-ANON-XREF
                MOVE ZEROS   TO AX-ANON-NO
                MOVE WS-RUN-DATE TO AX-ASSIGNED-DATE

                WRITE REC-ANON-XREF
                END-WRITE

                IF WS-FS-ANONXF NOT EQUAL '00'
                   DISPLAY 'WRITE ANONXF  FS: ' WS-FS-ANONXF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF
             NOT INVALID KEY
                CONTINUE
           END-READ

           MOVE AX-ANON-NO TO WS-LAST-ANON-NO

           DISPLAY 'LAST ANONYMOUS NUMBER...: ' WS-LAST-ANON-NO
           .

       P120-READ-ANON-CONTROL-EXIT.
           EXIT.

       P200-CHECK-NEXT.

           READ DIFS NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SCANNED

                IF DB-OFFENSE-RECORD
                   PERFORM P210-CLASSIFY THRU P210-CLASSIFY-EXIT
                END-IF
           END-READ
           .

       P200-CHECK-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Sort an offense record into the reconciliation buckets. The
      * maintenance-month test is COBDF06's own; only a police
      * detail with its incident in the month goes on to be judged
      * for the submission.
      *-----------------------------------------------------------------
       P210-CLASSIFY.

           MOVE 'N' TO WS-MAINT-IN-MONTH-SW
                       WS-INCIDENT-IN-MONTH-SW

           IF DB-FILE-MAINT-MM EQUAL WS-SEL-MM
              AND DB-FILE-MAINT-YY EQUAL WS-SEL-YY
              MOVE 'Y' TO WS-MAINT-IN-MONTH-SW
           END-IF

           IF DB-DETAIL-POLICE
              AND DB-PD-DATE-MM EQUAL WS-SEL-MM
              AND DB-PD-DATE-YY EQUAL WS-SEL-YY
              AND DB-PD-DATE-DD NUMERIC
              MOVE 'Y' TO WS-INCIDENT-IN-MONTH-SW
           END-IF

           IF WS-MAINT-IN-MONTH OR WS-INCIDENT-IN-MONTH
              PERFORM P220-FIND-CODE THRU P220-FIND-CODE-EXIT

              IF WS-MAINT-IN-MONTH
                 ADD 1 TO WS-RC-MAINT (WS-FOUND-IDX)
              END-IF

              EVALUATE TRUE
              WHEN NOT DB-DETAIL-POLICE
                 ADD 1 TO WS-RC-NOT-POLICE (WS-FOUND-IDX)
              WHEN NOT WS-INCIDENT-IN-MONTH
                 ADD 1 TO WS-RC-INC-OTHER (WS-FOUND-IDX)
              WHEN OTHER
                 IF NOT WS-MAINT-IN-MONTH
                    ADD 1 TO WS-RC-MNT-OTHER (WS-FOUND-IDX)
                 END-IF

                 PERFORM P230-JUDGE-INCIDENT
                 THRU    P230-JUDGE-INCIDENT-EXIT
              END-EVALUATE
           END-IF
           .

       P210-CLASSIFY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DB-CK-OFFENSE-CODE and DB-PD-OFFENSE-CODE share the same
      * storage under DB-OFFENSE-RECORD, so the check-detail view
      * reads the code for any kind of detail.
      *-----------------------------------------------------------------
       P220-FIND-CODE.

           MOVE DB-CK-OFFENSE-CODE TO WS-SEARCH-CODE
           MOVE ZEROS              TO WS-FOUND-IDX
           SET WS-RC-IDX TO 1

           PERFORM P221-SCAN-CODE THRU P221-SCAN-CODE-EXIT
              UNTIL WS-RC-IDX GREATER WS-RC-CNT
                 OR WS-FOUND-IDX GREATER ZERO

           IF WS-FOUND-IDX EQUAL ZERO
              IF WS-RC-CNT LESS 40
                 ADD 1 TO WS-RC-CNT
                 MOVE WS-RC-CNT TO WS-FOUND-IDX
                 INITIALIZE WS-RC-ENTRY (WS-FOUND-IDX)
                 MOVE WS-SEARCH-CODE TO WS-RC-CODE (WS-FOUND-IDX)
              ELSE
                 MOVE 41   TO WS-FOUND-IDX

                 IF WS-RC-CODE (WS-FOUND-IDX) NOT EQUAL '**'
                    INITIALIZE WS-RC-ENTRY (WS-FOUND-IDX)
                    MOVE '**' TO WS-RC-CODE (WS-FOUND-IDX)
                 END-IF
              END-IF
           END-IF
           .

       P220-FIND-CODE-EXIT.
           EXIT.

       P221-SCAN-CODE.

           IF WS-RC-CODE (WS-RC-IDX) EQUAL WS-SEARCH-CODE
              SET WS-FOUND-IDX TO WS-RC-IDX
           ELSE
              SET WS-RC-IDX UP BY 1
           END-IF
           .

       P221-SCAN-CODE-EXIT.
           EXIT.

       P230-JUDGE-INCIDENT.

           IF DB-ID-STATE-NUMBER NOT EQUAL WS-EXP-SUBJECT
              MOVE DB-ID-STATE-NUMBER TO WS-EXP-SUBJECT

              PERFORM P155-CHECK-EXPUNGED
              THRU    P155-CHECK-EXPUNGED-EXIT
           END-IF

           PERFORM P240-MAP-STATUTE THRU P240-MAP-STATUTE-EXIT

           EVALUATE TRUE
           WHEN DB-INACTIVE
              ADD 1 TO WS-EXC-INACTIVE
              ADD 1 TO WS-RC-EXCLUDED (WS-FOUND-IDX)
           WHEN DB-UNDER-DISPUTE
              ADD 1 TO WS-EXC-DISPUTED
              ADD 1 TO WS-RC-EXCLUDED (WS-FOUND-IDX)
           WHEN WS-SUBJECT-EXPUNGED
              ADD 1 TO WS-EXC-EXPUNGED
              ADD 1 TO WS-RC-EXCLUDED (WS-FOUND-IDX)
           WHEN NOT WS-STATUTE-MAPPED
              ADD 1 TO WS-EXC-UNMAPPED
              ADD 1 TO WS-RC-EXCLUDED (WS-FOUND-IDX)
              ADD 1 TO WS-RC-UNMAPPED (WS-FOUND-IDX)
           WHEN OTHER
              PERFORM P300-WRITE-INCIDENT
              THRU    P300-WRITE-INCIDENT-EXIT

              ADD 1 TO WS-RC-SUBMITTED (WS-FOUND-IDX)
           END-EVALUATE
           .

       P230-JUDGE-INCIDENT-EXIT.
           EXIT.

       P240-MAP-STATUTE.

           MOVE 'N'                TO WS-MAPPED-SW
           MOVE SPACES             TO WS-STATUTE-CODE
           MOVE 'STATUTE'          TO CT-TABLE-ID
           MOVE DB-PD-OFFENSE-CODE TO CT-CODE

           READ CODETBL
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CT-ACTIVE
                   AND CT-DESCRIPTION (1:16) NOT EQUAL SPACES
                   MOVE 'Y'                    TO WS-MAPPED-SW
                   MOVE CT-DESCRIPTION (1:16)  TO WS-STATUTE-CODE
                END-IF
           END-READ
           .

       P240-MAP-STATUTE-EXIT.
           EXIT.

       P250-CENTURY-DATE.

           MOVE ZEROS TO WS-DATE-CYMD

           IF WS-DCK-MM NUMERIC
              AND WS-DCK-DD NUMERIC
              AND WS-DCK-YY NUMERIC

              IF WS-DCK-YY-N LESS 50
                 ADD 2000 TO WS-DCK-YY-N GIVING WS-DCK-CENT-YEAR
              ELSE
                 ADD 1900 TO WS-DCK-YY-N GIVING WS-DCK-CENT-YEAR
              END-IF

              COMPUTE WS-DATE-CYMD =
                 WS-DCK-CENT-YEAR * 10000
                 + WS-DCK-MM-N * 100
                 + WS-DCK-DD-N
           END-IF
           .

       P250-CENTURY-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One incident row. Nothing that names the subject -- state id,
      * name, SSAN, warrant, booking or case number, detective --
      * goes out; the record is pinned down by the anonymous number
      * and its source system and file reference.
      *-----------------------------------------------------------------
       P300-WRITE-INCIDENT.

           PERFORM P400-GET-ANON-NO THRU P400-GET-ANON-NO-EXIT

           MOVE SPACES                  TO REC-IBR-SUBMISSION
           MOVE 'D'                     TO IB-ROW-TYPE
           MOVE WS-SEL-MONTH            TO IB-REPORT-MONTH
           MOVE WS-ANON-NO              TO IB-ANON-SUBJECT-NO
           MOVE DB-FILE-SRCE-SYS-CODE   TO IB-INCIDENT-REF (1:2)
           MOVE DB-FILE-REF-NO          TO IB-INCIDENT-REF (3:12)
           MOVE DB-PD-OFFENSE-CODE      TO IB-OFFENSE-CODE
           MOVE WS-STATUTE-CODE         TO IB-STATUTE-CODE
           MOVE DB-PD-WANTING-AGENCY    TO IB-WANTING-AGENCY
           MOVE DB-PENAL-CODE           TO IB-PENAL-CODE
           MOVE DB-SECURITY-ACTION-CODE TO IB-SECURITY-ACT-CODE
           MOVE DB-SECURITY-ACTION      TO IB-SECURITY-ACTION

           MOVE DB-PD-DATE              TO WS-DATE-CHECK
           PERFORM P250-CENTURY-DATE THRU P250-CENTURY-DATE-EXIT
           MOVE WS-DATE-CYMD            TO IB-INCIDENT-DATE

           PERFORM P350-WRITE-SUBMISSION
           THRU    P350-WRITE-SUBMISSION-EXIT

           ADD 1 TO WS-INCIDENTS
           .

       P300-WRITE-INCIDENT-EXIT.
           EXIT.

       P350-WRITE-SUBMISSION.

           WRITE REC-IBR-SUBMISSION
           END-WRITE

           IF WS-FS-IBRSUBF NOT EQUAL '00'
              DISPLAY 'WRITE IBRSUBF FS: ' WS-FS-IBRSUBF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P350-WRITE-SUBMISSION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The subject's anonymous number: the one already on ANONXF, or
      * the next one, recorded there and on the control row straight
      * away so an abended run never hands the same number out twice.
      * A subject's records are together in key order, so a new
      * subject here is a new subject in the submission.
      *-----------------------------------------------------------------
       P400-GET-ANON-NO.

           IF DB-ID-STATE-NUMBER NOT EQUAL WS-ANON-SUBJECT
              MOVE DB-ID-STATE-NUMBER TO WS-ANON-SUBJECT
                                         AX-ID-STATE-NUMBER
              ADD 1 TO WS-SUBJECTS

              READ ANONXF
                INVALID KEY
                   PERFORM P410-ASSIGN-ANON-NO
                   THRU    P410-ASSIGN-ANON-NO-EXIT
                NOT INVALID KEY
                   MOVE AX-ANON-NO TO WS-ANON-NO
              END-READ
           END-IF
           .

       P400-GET-ANON-NO-EXIT.
           EXIT.

       P410-ASSIGN-ANON-NO.

           ADD 1 TO WS-LAST-ANON-NO
           MOVE WS-LAST-ANON-NO    TO WS-ANON-NO

           MOVE SPACES             TO REC-ANON-XREF
           MOVE WS-ANON-SUBJECT    TO AX-ID-STATE-NUMBER
           MOVE WS-ANON-NO         TO AX-ANON-NO
           MOVE WS-RUN-DATE        TO AX-ASSIGNED-DATE

           WRITE REC-ANON-XREF
           END-WRITE

           IF WS-FS-ANONXF NOT EQUAL '00'
              DISPLAY 'WRITE ANONXF  FS: ' WS-FS-ANONXF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES             TO AX-ID-STATE-NUMBER

           READ ANONXF
             INVALID KEY
                DISPLAY 'ANONXF CONTROL ROW MISSING'
                PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-READ

           MOVE WS-LAST-ANON-NO    TO AX-ANON-NO
           MOVE WS-RUN-DATE        TO AX-ASSIGNED-DATE

           REWRITE REC-ANON-XREF
           END-REWRITE

           IF WS-FS-ANONXF NOT EQUAL '00'
              DISPLAY 'REWRITE ANONXF FS:' WS-FS-ANONXF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-NEW-ANON-NOS
           .

       P410-ASSIGN-ANON-NO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Court-ordered expungement (see EXPUNGF.cpy): a subject on the
      * register is never reported.
      *-----------------------------------------------------------------
       P140-OPEN-EXPUNGE-REGISTER.

           OPEN INPUT EXPUNGF.

           EVALUATE TRUE
           WHEN WS-FS-EXPUNGF EQUAL '00'
              CONTINUE
           WHEN WS-FS-EXPUNGF EQUAL '35'
              DISPLAY 'EXPUNGF NOT DEFINED. NO SUPPRESSION.'
              MOVE 'Y' TO WS-EXPUNGF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN EXPUNGF FS: ' WS-FS-EXPUNGF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P140-OPEN-EXPUNGE-REGISTER-EXIT.
           EXIT.

       P155-CHECK-EXPUNGED.

           MOVE 'N' TO WS-EXPUNGED-SW

           IF NOT WS-EXPUNGF-OFF
              MOVE WS-EXP-SUBJECT TO EXP-ID-STATE-NUMBER

              READ EXPUNGF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'Y' TO WS-EXPUNGED-SW
              END-READ
           END-IF
           .

       P155-CHECK-EXPUNGED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Reconciliation page. Per code and in total,
      *   MAINT - NOT-POL - INC-OTH + MNT-OTH - EXCLUDED = SUBMITTED
      * and the SUBMITTED total must equal the trailer count.
      *-----------------------------------------------------------------
       P700-WRITE-RECONCILIATION.

           MOVE 1 TO WS-PRINT-IDX

           PERFORM P710-PRINT-CODE THRU P710-PRINT-CODE-EXIT
              UNTIL WS-PRINT-IDX GREATER WS-RC-CNT

           IF WS-RC-CODE (41) EQUAL '**'
              MOVE 41 TO WS-PRINT-IDX

              PERFORM P710-PRINT-CODE THRU P710-PRINT-CODE-EXIT
           END-IF

           IF WS-RC-CNT EQUAL ZERO
              MOVE '   NO OFFENSE RECORDS FOR THE MONTH'
                                       TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RECON-LINE
           MOVE 'TOT'               TO WS-RL-CODE
           MOVE WS-RT-MAINT         TO WS-RL-COUNT (1)
           MOVE WS-RT-NOT-POLICE    TO WS-RL-COUNT (2)
           MOVE WS-RT-INC-OTHER     TO WS-RL-COUNT (3)
           MOVE WS-RT-MNT-OTHER     TO WS-RL-COUNT (4)
           MOVE WS-RT-EXCLUDED      TO WS-RL-COUNT (5)
           MOVE WS-RT-SUBMITTED     TO WS-RL-COUNT (6)
           MOVE WS-RECON-LINE       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           COMPUTE WS-RT-DERIVED = WS-RT-MAINT
                                 - WS-RT-NOT-POLICE
                                 - WS-RT-INC-OTHER
                                 + WS-RT-MNT-OTHER
                                 - WS-RT-EXCLUDED

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           IF WS-RT-DERIVED EQUAL WS-RT-SUBMITTED
              AND WS-RT-SUBMITTED EQUAL WS-INCIDENTS
              MOVE '   SUBMISSION IN BALANCE WITH COBDF06 MONTH COUNTS'
                                       TO WS-DETAIL-LINE
           ELSE
              MOVE '   *** SUBMISSION OUT OF BALANCE ***'
                                       TO WS-DETAIL-LINE
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'INCIDENTS ON TRAILER'   TO WS-TL-LABEL
           MOVE WS-INCIDENTS             TO WS-TL-COUNT
           PERFORM P720-WRITE-TOTAL-LINE THRU P720-WRITE-TOTAL-LINE-EXIT

           MOVE 'SUBJECTS ON TRAILER'    TO WS-TL-LABEL
           MOVE WS-SUBJECTS              TO WS-TL-COUNT
           PERFORM P720-WRITE-TOTAL-LINE THRU P720-WRITE-TOTAL-LINE-EXIT

           MOVE 'EXCLUDED - INACTIVE'    TO WS-TL-LABEL
           MOVE WS-EXC-INACTIVE          TO WS-TL-COUNT
           PERFORM P720-WRITE-TOTAL-LINE THRU P720-WRITE-TOTAL-LINE-EXIT

           MOVE 'EXCLUDED - UNDER DISPUTE' TO WS-TL-LABEL
           MOVE WS-EXC-DISPUTED          TO WS-TL-COUNT
           PERFORM P720-WRITE-TOTAL-LINE THRU P720-WRITE-TOTAL-LINE-EXIT

           MOVE 'EXCLUDED - EXPUNGED'    TO WS-TL-LABEL
           MOVE WS-EXC-EXPUNGED          TO WS-TL-COUNT
           PERFORM P720-WRITE-TOTAL-LINE THRU P720-WRITE-TOTAL-LINE-EXIT

           MOVE 'EXCLUDED - NO STATUTE CODE' TO WS-TL-LABEL
           MOVE WS-EXC-UNMAPPED          TO WS-TL-COUNT
           PERFORM P720-WRITE-TOTAL-LINE THRU P720-WRITE-TOTAL-LINE-EXIT

           IF WS-EXC-UNMAPPED GREATER ZERO
              MOVE SPACES              TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE '   OFFENSE CODES WITH NO ACTIVE STATUTE MAPPING'
                                       TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              PERFORM P730-PRINT-UNMAPPED
              THRU    P730-PRINT-UNMAPPED-EXIT
                 VARYING WS-PRINT-IDX FROM 1 BY 1
                 UNTIL WS-PRINT-IDX GREATER 41
           END-IF
           .

       P700-WRITE-RECONCILIATION-EXIT.
           EXIT.

       P710-PRINT-CODE.

           MOVE SPACES                          TO WS-RECON-LINE
           MOVE WS-RC-CODE (WS-PRINT-IDX)       TO WS-RL-CODE
           MOVE WS-RC-MAINT (WS-PRINT-IDX)      TO WS-RL-COUNT (1)
           MOVE WS-RC-NOT-POLICE (WS-PRINT-IDX) TO WS-RL-COUNT (2)
           MOVE WS-RC-INC-OTHER (WS-PRINT-IDX)  TO WS-RL-COUNT (3)
           MOVE WS-RC-MNT-OTHER (WS-PRINT-IDX)  TO WS-RL-COUNT (4)
           MOVE WS-RC-EXCLUDED (WS-PRINT-IDX)   TO WS-RL-COUNT (5)
           MOVE WS-RC-SUBMITTED (WS-PRINT-IDX)  TO WS-RL-COUNT (6)
           MOVE WS-RECON-LINE                   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           ADD WS-RC-MAINT (WS-PRINT-IDX)      TO WS-RT-MAINT
           ADD WS-RC-NOT-POLICE (WS-PRINT-IDX) TO WS-RT-NOT-POLICE
           ADD WS-RC-INC-OTHER (WS-PRINT-IDX)  TO WS-RT-INC-OTHER
           ADD WS-RC-MNT-OTHER (WS-PRINT-IDX)  TO WS-RT-MNT-OTHER
           ADD WS-RC-EXCLUDED (WS-PRINT-IDX)   TO WS-RT-EXCLUDED
           ADD WS-RC-SUBMITTED (WS-PRINT-IDX)  TO WS-RT-SUBMITTED

           ADD 1 TO WS-PRINT-IDX
           .

       P710-PRINT-CODE-EXIT.
           EXIT.

       P720-WRITE-TOTAL-LINE.

           MOVE WS-TOTAL-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P720-WRITE-TOTAL-LINE-EXIT.
           EXIT.

       P730-PRINT-UNMAPPED.

           IF WS-RC-UNMAPPED (WS-PRINT-IDX) GREATER ZERO
              MOVE SPACES                        TO WS-TOTAL-LINE
              MOVE WS-RC-CODE (WS-PRINT-IDX)     TO WS-TL-LABEL (4:2)
              MOVE WS-RC-UNMAPPED (WS-PRINT-IDX) TO WS-TL-COUNT
              PERFORM P720-WRITE-TOTAL-LINE
              THRU    P720-WRITE-TOTAL-LINE-EXIT
           END-IF
           .

       P730-PRINT-UNMAPPED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Write the submission log back with this month's row, only
      * once the submission is closed clean.
      *-----------------------------------------------------------------
       P180-UPDATE-LOG.

           IF WS-LOG-FOUND-IX EQUAL ZERO
              IF WS-LOG-CNT NOT LESS 240
                 DISPLAY 'IBRCTLF FULL AT 240 MONTHS'
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-LOG-CNT
              MOVE WS-LOG-CNT TO WS-LOG-FOUND-IX
           END-IF

           MOVE WS-SEL-MONTH   TO WS-LOG-MONTH (WS-LOG-FOUND-IX)
           MOVE WS-SUB-VERSION TO WS-LOG-VERSION (WS-LOG-FOUND-IX)
           MOVE WS-RUN-DATE    TO WS-LOG-SUBMIT-DATE (WS-LOG-FOUND-IX)
           MOVE WS-INCIDENTS   TO WS-LOG-INCIDENTS (WS-LOG-FOUND-IX)

           OPEN OUTPUT IBRCTLF.

           IF WS-FS-IBRCTLF NOT EQUAL '00'
              DISPLAY 'OPEN IBRCTLF  FS: ' WS-FS-IBRCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P185-WRITE-LOG-ROW THRU P185-WRITE-LOG-ROW-EXIT
              VARYING WS-LOG-IX FROM 1 BY 1
              UNTIL WS-LOG-IX GREATER WS-LOG-CNT

           CLOSE IBRCTLF

           IF WS-FS-IBRCTLF NOT EQUAL '00'
              DISPLAY 'CLOSE IBRCTLF FS: ' WS-FS-IBRCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P180-UPDATE-LOG-EXIT.
           EXIT.

       P185-WRITE-LOG-ROW.

           MOVE SPACES                         TO REC-IBR-CONTROL
           MOVE WS-LOG-MONTH (WS-LOG-IX)       TO IC-REPORT-MONTH
           MOVE WS-LOG-VERSION (WS-LOG-IX)     TO IC-VERSION-NO
           MOVE WS-LOG-SUBMIT-DATE (WS-LOG-IX) TO IC-SUBMIT-DATE
           MOVE WS-LOG-INCIDENTS (WS-LOG-IX)   TO IC-INCIDENT-COUNT

           WRITE REC-IBR-CONTROL
           END-WRITE

           IF WS-FS-IBRCTLF NOT EQUAL '00'
              DISPLAY 'WRITE IBRCTLF FS: ' WS-FS-IBRCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P185-WRITE-LOG-ROW-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
