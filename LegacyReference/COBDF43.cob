      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Check serial-run and kiting pattern leads. Every active,
      * undisputed check detail on DIFS with a usable check date is
      * held in a table kept in bank (DB-ABA-NO), account
      * (DB-CKING-ACCOUNT-NO) and serial (DB-CK-SERIAL-NO) order, and
      * three patterns are looked for, each against its PARAMF
      * threshold:
      *   SERIAL RUN  consecutive serials on one account passed at
      *               more than one reporting source within a few days
      *   DATE BURST  many checks on one account dated inside a short
      *               window
      *   MULTI-ACCT  one subject writing on several accounts at the
      *               same bank
      * Each pattern found becomes a lead. The leads print strongest
      * first -- most checks, then most money -- with every
      * contributing check listed under its lead. COBDF16 still owns
      * the same physical check reported twice.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF43.
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

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-CHECKS-LOADED          PIC 9(009) VALUE ZEROS.
           05  WS-CHECKS-BAD-DATE        PIC 9(009) VALUE ZEROS.
           05  WS-CHECKS-DROPPED         PIC 9(009) VALUE ZEROS.
           05  WS-RUNS-FLAGGED           PIC 9(009) VALUE ZEROS.
           05  WS-BURSTS-FLAGGED         PIC 9(009) VALUE ZEROS.
           05  WS-CLUSTERS-FLAGGED       PIC 9(009) VALUE ZEROS.
           05  WS-LEADS-DROPPED          PIC 9(009) VALUE ZEROS.
           05  WS-IX                     PIC 9(005) VALUE ZEROS.
           05  WS-JX                     PIC 9(005) VALUE ZEROS.
           05  WS-INS-IX                 PIC 9(005) VALUE ZEROS.
           05  WS-NEXT-IX                PIC 9(005) VALUE ZEROS.
           05  WS-GRP-START              PIC 9(005) VALUE ZEROS.
           05  WS-GRP-END                PIC 9(005) VALUE ZEROS.
           05  WS-GRP-SIZE               PIC 9(005) VALUE ZEROS.
           05  WS-RUN-START              PIC 9(005) VALUE ZEROS.
           05  WS-RUN-END                PIC 9(005) VALUE ZEROS.
           05  WS-RUN-LENGTH             PIC 9(005) VALUE ZEROS.
           05  WS-RUN-MIN-DAY            PIC 9(007) VALUE ZEROS.
           05  WS-RUN-MAX-DAY            PIC 9(007) VALUE ZEROS.
           05  WS-RUN-SPAN               PIC 9(007) VALUE ZEROS.
           05  WS-RUN-SOURCE             PIC X(024) VALUE SPACES.
           05  WS-WIN-END-DAY            PIC 9(007) VALUE ZEROS.
           05  WS-WIN-CNT                PIC 9(005) VALUE ZEROS.
           05  WS-BEST-CNT               PIC 9(005) VALUE ZEROS.
           05  WS-BEST-START             PIC 9(005) VALUE ZEROS.
           05  WS-BEST-DAY               PIC 9(007) VALUE ZEROS.
           05  WS-BS-IX                  PIC 9(003) VALUE ZEROS.
           05  WS-BS-FOUND-IDX           PIC 9(003) VALUE ZEROS.
           05  WS-LD-IX                  PIC 9(003) VALUE ZEROS.
           05  WS-LD-BEST-IX             PIC 9(003) VALUE ZEROS.
           05  WS-LM-IX                  PIC 9(005) VALUE ZEROS.
           05  WS-LM-END                 PIC 9(005) VALUE ZEROS.
           05  WS-RANK-NO                PIC 9(003) VALUE ZEROS.
           05  WS-NEW-LEAD-TYPE          PIC X(001) VALUE SPACES.
           05  WS-ABA-WORK               PIC 9(009) VALUE ZEROS.
           05  WS-CK-CENT-YEAR           PIC 9(004) VALUE ZEROS.
           05  WS-T1                     PIC 9(007) VALUE ZEROS.
           05  WS-T2                     PIC 9(007) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Operational thresholds (see PARAMF.cpy); compiled defaults
      * stand when the file or the row is missing. Day counts are on
      * the 360-day pseudo-julian count the DIFS programs share.
      *-----------------------------------------------------------------
       01  WS-PARAMETERS.
           05  WS-RUN-MIN                PIC 9(005) VALUE 3.
           05  WS-RUN-DAYS               PIC 9(005) VALUE 10.
           05  WS-BURST-CNT              PIC 9(005) VALUE 5.
           05  WS-BURST-DAYS             PIC 9(005) VALUE 3.
           05  WS-ACCT-MIN               PIC 9(005) VALUE 3.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-CK-DATE-CHECK.
           05  WS-CKD-MM                 PIC X(002).
           05  WS-CKD-MM-N REDEFINES
               WS-CKD-MM                 PIC 99.
           05  WS-CKD-DD                 PIC X(002).
           05  WS-CKD-DD-N REDEFINES
               WS-CKD-DD                 PIC 99.
           05  WS-CKD-YY                 PIC X(002).
           05  WS-CKD-YY-N REDEFINES
               WS-CKD-YY                 PIC 99.

      *-----------------------------------------------------------------
      * The check table, kept in bank/account/serial order as it is
      * loaded so each account's checks -- and each bank's -- lie
      * together. A serial that is all digits sorts in numeric order
      * and can take part in a run; any other serial cannot.
      *-----------------------------------------------------------------
       01  WS-NEW-CHECK.
           05  WS-NEW-KEY.
               10  WS-NEW-ABA            PIC 9(009).
               10  WS-NEW-ACCOUNT        PIC X(012).
               10  WS-NEW-SERIAL         PIC X(009).
           05  WS-NEW-DATA.
               10  WS-NEW-SERIAL-OK      PIC X(001).
               10  WS-NEW-DAY-NO         PIC 9(007).
               10  WS-NEW-DATE           PIC X(006).
               10  WS-NEW-AMT            PIC S9(005)V99.
               10  WS-NEW-SOURCE         PIC X(024).
               10  WS-NEW-STATE-NO       PIC X(026).

       01  WS-CHECK-TABLE.
           05  WS-CK-CNT                 PIC 9(005) VALUE ZEROS.
           05  WS-CK-ENTRY OCCURS 5000 TIMES.
               10  WS-CK-KEY.
                   15  WS-CK-ABA         PIC 9(009).
                   15  WS-CK-ACCOUNT     PIC X(012).
                   15  WS-CK-SERIAL      PIC X(009).
                   15  WS-CK-SERIAL-N REDEFINES
                       WS-CK-SERIAL      PIC 9(009).
               10  WS-CK-DATA.
                   15  WS-CK-SERIAL-OK   PIC X(001).
                   15  WS-CK-DAY-NO      PIC 9(007).
                   15  WS-CK-DATE        PIC X(006).
                   15  WS-CK-AMT         PIC S9(005)V99.
                   15  WS-CK-SOURCE      PIC X(024).
                   15  WS-CK-STATE-NO    PIC X(026).

      *-----------------------------------------------------------------
      * Subjects seen at the bank being worked, with the number of
      * distinct accounts each has written on there. The bank's checks
      * arrive in account order, so an account differing from the last
      * one counted for the subject is a new one.
      *-----------------------------------------------------------------
       01  WS-BANK-SUBJECT-TABLE.
           05  WS-BS-CNT                 PIC 9(003) VALUE ZEROS.
           05  WS-BS-ENTRY OCCURS 200 TIMES.
               10  WS-BS-STATE-NO        PIC X(026).
               10  WS-BS-ACCTS           PIC 9(003).
               10  WS-BS-LAST-ACCOUNT    PIC X(012).

      *-----------------------------------------------------------------
      * Leads found, and the contributing checks of each as a run of
      * check-table subscripts in WS-LEAD-MEMBERS.
      *-----------------------------------------------------------------
       01  WS-LEAD-TABLE.
           05  WS-LD-CNT                 PIC 9(003) VALUE ZEROS.
           05  WS-LD-ENTRY OCCURS 500 TIMES.
               10  WS-LD-TYPE            PIC X(001).
                   88  WS-LD-SERIAL-RUN      VALUE 'R'.
                   88  WS-LD-DATE-BURST      VALUE 'B'.
                   88  WS-LD-MULTI-ACCT      VALUE 'M'.
               10  WS-LD-ABA             PIC 9(009).
               10  WS-LD-WHO             PIC X(026).
               10  WS-LD-CHECKS          PIC 9(005).
               10  WS-LD-AMT             PIC S9(009)V99.
               10  WS-LD-MIN-DAY         PIC 9(007).
               10  WS-LD-MAX-DAY         PIC 9(007).
               10  WS-LD-FIRST-MEMBER    PIC 9(005).
               10  WS-LD-PRINTED-SW      PIC X(001).

       01  WS-LEAD-MEMBERS.
           05  WS-LM-CNT                 PIC 9(005) VALUE ZEROS.
           05  WS-LM-CK-IX               PIC 9(005)
                                         OCCURS 10000 TIMES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-DATE-OK-SW             PIC X(001) VALUE 'N'.
               88  WS-DATE-OK                VALUE 'Y'.
           05  WS-SLOT-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-SLOT-FOUND             VALUE 'Y'.
           05  WS-GRP-DONE-SW            PIC X(001) VALUE 'N'.
               88  WS-GRP-DONE               VALUE 'Y'.
           05  WS-RUN-STOP-SW            PIC X(001) VALUE 'N'.
               88  WS-RUN-STOP               VALUE 'Y'.
           05  WS-MULTI-SOURCE-SW        PIC X(001) VALUE 'N'.
               88  WS-MULTI-SOURCE           VALUE 'Y'.
           05  WS-LEAD-OPEN-SW           PIC X(001) VALUE 'N'.
               88  WS-LEAD-OPEN              VALUE 'Y'.

       01  WS-LEAD-LINE.
           05  FILLER                    PIC X(005) VALUE 'LEAD '.
           05  WS-LDL-RANK               PIC ZZ9.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-LDL-TYPE               PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-LDL-ABA                PIC 9(009).
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-LDL-WHO                PIC X(026) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-LDL-CHECKS             PIC ZZZ9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-LDL-AMT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-LDL-DAYS               PIC ZZ9.
           05  FILLER                    PIC X(001) VALUE SPACES.

       01  WS-MEMBER-LINE.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-MBL-WHO                PIC X(026) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-MBL-SERIAL             PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-MBL-DATE               PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-MBL-AMT                PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-MBL-SOURCE             PIC X(018) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.

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

           DISPLAY 'COBDF43 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'CHECK SERIAL-RUN AND KITING LEADS'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF43 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'LEAD'             TO WS-COLUMN-HEADING (1:4)
           MOVE 'PATTERN'          TO WS-COLUMN-HEADING (11:7)
           MOVE 'ABA'              TO WS-COLUMN-HEADING (22:3)
           MOVE 'ACCOUNT / SUBJECT'
                                   TO WS-COLUMN-HEADING (32:17)
           MOVE 'CKS'              TO WS-COLUMN-HEADING (60:3)
           MOVE 'AMOUNT'           TO WS-COLUMN-HEADING (70:6)
           MOVE 'DAYS'             TO WS-COLUMN-HEADING (77:4)

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

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P100-LOAD-NEXT
           THRU    P100-LOAD-NEXT-EXIT
              UNTIL WS-EOF

           CLOSE DIFS.
           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'CLOSE DIFS    FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P200-ACCOUNT-PATTERNS
           THRU    P200-ACCOUNT-PATTERNS-EXIT

           PERFORM P400-BANK-PATTERNS
           THRU    P400-BANK-PATTERNS-EXIT

           PERFORM P600-PRINT-LEADS
           THRU    P600-PRINT-LEADS-EXIT

           PERFORM P950-WRITE-REPORT
           THRU    P950-WRITE-REPORT-EXIT

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'CHECKS LOADED.....: ' WS-CHECKS-LOADED.
           DISPLAY 'BAD CHECK DATE....: ' WS-CHECKS-BAD-DATE.
           DISPLAY 'CHECKS DROPPED....: ' WS-CHECKS-DROPPED.
           DISPLAY 'SERIAL RUNS.......: ' WS-RUNS-FLAGGED.
           DISPLAY 'DATE BURSTS.......: ' WS-BURSTS-FLAGGED.
           DISPLAY 'MULTI-ACCOUNT.....: ' WS-CLUSTERS-FLAGGED.
           DISPLAY 'LEADS DROPPED.....: ' WS-LEADS-DROPPED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF43 FINISHED'.

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
              MOVE 'DF43-RUN-MIN    ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF43-RUN-MIN    '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER 1
                      AND PRM-VALUE NOT GREATER 999
                      MOVE PRM-VALUE TO WS-RUN-MIN
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF43-RUN-MIN    '
                   END-IF
              END-READ

              MOVE 'DF43-RUN-DAYS   ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF43-RUN-DAYS   '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      AND PRM-VALUE NOT GREATER 360
                      MOVE PRM-VALUE TO WS-RUN-DAYS
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF43-RUN-DAYS   '
                   END-IF
              END-READ

              MOVE 'DF43-BURST-CNT  ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF43-BURST-CNT  '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER 1
                      AND PRM-VALUE NOT GREATER 999
                      MOVE PRM-VALUE TO WS-BURST-CNT
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF43-BURST-CNT  '
                   END-IF
              END-READ

              MOVE 'DF43-BURST-DAYS ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF43-BURST-DAYS '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      AND PRM-VALUE NOT GREATER 360
                      MOVE PRM-VALUE TO WS-BURST-DAYS
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF43-BURST-DAYS '
                   END-IF
              END-READ

              MOVE 'DF43-ACCT-MIN   ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF43-ACCT-MIN   '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER 1
                      AND PRM-VALUE NOT GREATER 999
                      MOVE PRM-VALUE TO WS-ACCT-MIN
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF43-ACCT-MIN   '
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

           DISPLAY 'RUN LENGTH IN EFFECT....: ' WS-RUN-MIN
           DISPLAY 'RUN DAYS IN EFFECT......: ' WS-RUN-DAYS
           DISPLAY 'BURST CHECKS IN EFFECT..: ' WS-BURST-CNT
           DISPLAY 'BURST DAYS IN EFFECT....: ' WS-BURST-DAYS
           DISPLAY 'ACCOUNTS IN EFFECT......: ' WS-ACCT-MIN
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

       P100-LOAD-NEXT.

           READ DIFS NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SCANNED

                IF DB-OFFENSE-RECORD
                   AND DB-DETAIL-CHECK
                   AND DB-ACTIVE
                   AND NOT DB-UNDER-DISPUTE
                   PERFORM P110-EDIT-CHECK
                   THRU    P110-EDIT-CHECK-EXIT
                END-IF
           END-READ
           .

       P100-LOAD-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A check without a usable date cannot be placed in any window
      * and is counted out. Two-digit years window at 50, as in
      * COBDF02.
      *-----------------------------------------------------------------
       P110-EDIT-CHECK.

           MOVE 'N'        TO WS-DATE-OK-SW
           MOVE DB-CK-DATE TO WS-CK-DATE-CHECK

           IF WS-CKD-MM NUMERIC
              AND WS-CKD-DD NUMERIC
              AND WS-CKD-YY NUMERIC
              AND WS-CKD-MM-N GREATER ZERO
              AND WS-CKD-MM-N NOT GREATER 12
              AND WS-CKD-DD-N GREATER ZERO
              AND WS-CKD-DD-N NOT GREATER 31
              MOVE 'Y' TO WS-DATE-OK-SW
           END-IF

           IF NOT WS-DATE-OK
              ADD 1 TO WS-CHECKS-BAD-DATE
           ELSE
              IF WS-CKD-YY-N LESS 50
                 ADD 2000 TO WS-CKD-YY-N GIVING WS-CK-CENT-YEAR
              ELSE
                 ADD 1900 TO WS-CKD-YY-N GIVING WS-CK-CENT-YEAR
              END-IF

              MULTIPLY WS-CK-CENT-YEAR BY 360 GIVING WS-T1
              MULTIPLY WS-CKD-MM-N     BY 30  GIVING WS-T2
              ADD WS-T1 WS-T2 WS-CKD-DD-N GIVING WS-NEW-DAY-NO

              IF DB-ABA-NO NUMERIC
                 MOVE DB-ABA-NO TO WS-ABA-WORK
              ELSE
                 MOVE ZEROS     TO WS-ABA-WORK
              END-IF

              MOVE WS-ABA-WORK          TO WS-NEW-ABA
              MOVE DB-CKING-ACCOUNT-NO  TO WS-NEW-ACCOUNT
              MOVE DB-CK-SERIAL-NO      TO WS-NEW-SERIAL
              MOVE DB-CK-DATE           TO WS-NEW-DATE
              MOVE DB-CK-REPORTING-SRCE TO WS-NEW-SOURCE
              MOVE DB-ID-STATE-NUMBER   TO WS-NEW-STATE-NO

              IF DB-CK-SERIAL-NO NUMERIC
                 MOVE 'Y' TO WS-NEW-SERIAL-OK
              ELSE
                 MOVE 'N' TO WS-NEW-SERIAL-OK
              END-IF

              IF DB-CK-AMT NUMERIC
                 MOVE DB-CK-AMT9 TO WS-NEW-AMT
              ELSE
                 MOVE ZEROS      TO WS-NEW-AMT
              END-IF

              PERFORM P120-INSERT-CHECK
              THRU    P120-INSERT-CHECK-EXIT
           END-IF
           .

       P110-EDIT-CHECK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Insert in key order: entries with a higher key move down one
      * slot from the bottom until the new check's place opens up.
      *-----------------------------------------------------------------
       P120-INSERT-CHECK.

           IF WS-CK-CNT NOT LESS 5000
              ADD 1 TO WS-CHECKS-DROPPED
           ELSE
              MOVE WS-CK-CNT TO WS-INS-IX
              MOVE 'N'       TO WS-SLOT-FOUND-SW

              PERFORM P121-SHIFT-ONE
              THRU    P121-SHIFT-ONE-EXIT
                 UNTIL WS-INS-IX EQUAL ZERO
                    OR WS-SLOT-FOUND

              ADD 1 TO WS-INS-IX
              MOVE WS-NEW-KEY  TO WS-CK-KEY  (WS-INS-IX)
              MOVE WS-NEW-DATA TO WS-CK-DATA (WS-INS-IX)

              ADD 1 TO WS-CK-CNT
                       WS-CHECKS-LOADED
           END-IF
           .

       P120-INSERT-CHECK-EXIT.
           EXIT.

       P121-SHIFT-ONE.

           IF WS-CK-KEY (WS-INS-IX) GREATER WS-NEW-KEY
              ADD 1 WS-INS-IX GIVING WS-NEXT-IX
              MOVE WS-CK-ENTRY (WS-INS-IX) TO WS-CK-ENTRY (WS-NEXT-IX)
              SUBTRACT 1 FROM WS-INS-IX
           ELSE
              MOVE 'Y' TO WS-SLOT-FOUND-SW
           END-IF
           .

       P121-SHIFT-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Account patterns: the table is taken one bank/account group
      * at a time. A group with no usable bank number or a blank
      * account number says nothing about a single account and is
      * passed over.
      *-----------------------------------------------------------------
       P200-ACCOUNT-PATTERNS.

           MOVE 1 TO WS-GRP-START

           PERFORM P210-ONE-ACCOUNT
           THRU    P210-ONE-ACCOUNT-EXIT
              UNTIL WS-GRP-START GREATER WS-CK-CNT
           .

       P200-ACCOUNT-PATTERNS-EXIT.
           EXIT.

       P210-ONE-ACCOUNT.

           MOVE WS-GRP-START TO WS-GRP-END
           MOVE 'N'          TO WS-GRP-DONE-SW

           PERFORM P211-FIND-ACCOUNT-END
           THRU    P211-FIND-ACCOUNT-END-EXIT
              UNTIL WS-GRP-DONE

           COMPUTE WS-GRP-SIZE = WS-GRP-END - WS-GRP-START + 1

           IF WS-CK-ABA (WS-GRP-START) GREATER ZERO
              AND WS-CK-ACCOUNT (WS-GRP-START) NOT EQUAL SPACES

              IF WS-GRP-SIZE NOT LESS WS-RUN-MIN
                 PERFORM P220-SERIAL-RUNS
                 THRU    P220-SERIAL-RUNS-EXIT
              END-IF

              IF WS-GRP-SIZE NOT LESS WS-BURST-CNT
                 PERFORM P300-DATE-BURST
                 THRU    P300-DATE-BURST-EXIT
              END-IF
           END-IF

           ADD 1 WS-GRP-END GIVING WS-GRP-START
           .

       P210-ONE-ACCOUNT-EXIT.
           EXIT.

       P211-FIND-ACCOUNT-END.

           IF WS-GRP-END NOT LESS WS-CK-CNT
              MOVE 'Y' TO WS-GRP-DONE-SW
           ELSE
              ADD 1 WS-GRP-END GIVING WS-NEXT-IX

              IF WS-CK-ABA (WS-NEXT-IX) EQUAL WS-CK-ABA (WS-GRP-START)
                 AND WS-CK-ACCOUNT (WS-NEXT-IX)
                     EQUAL WS-CK-ACCOUNT (WS-GRP-START)
                 MOVE WS-NEXT-IX TO WS-GRP-END
              ELSE
                 MOVE 'Y' TO WS-GRP-DONE-SW
              END-IF
           END-IF
           .

       P211-FIND-ACCOUNT-END-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Serial runs: walk the account's checks in serial order,
      * extending a run while each serial is the last one plus one (a
      * repeated serial stays in the run -- the duplicate itself is
      * COBDF16's business). A run of the PARAMF length or more whose
      * checks span no more than the PARAMF days and were passed at
      * more than one reporting source is a lead.
      *-----------------------------------------------------------------
       P220-SERIAL-RUNS.

           MOVE WS-GRP-START TO WS-RUN-START

           PERFORM P221-ONE-RUN
           THRU    P221-ONE-RUN-EXIT
              UNTIL WS-RUN-START GREATER WS-GRP-END
           .

       P220-SERIAL-RUNS-EXIT.
           EXIT.

       P221-ONE-RUN.

           MOVE WS-RUN-START TO WS-RUN-END

           IF WS-CK-SERIAL-OK (WS-RUN-START) EQUAL 'Y'
              MOVE 'N' TO WS-RUN-STOP-SW

              PERFORM P222-EXTEND-RUN
              THRU    P222-EXTEND-RUN-EXIT
                 UNTIL WS-RUN-STOP

              COMPUTE WS-RUN-LENGTH = WS-RUN-END - WS-RUN-START + 1

              IF WS-RUN-LENGTH NOT LESS WS-RUN-MIN
                 PERFORM P230-TEST-RUN
                 THRU    P230-TEST-RUN-EXIT
              END-IF
           END-IF

           ADD 1 WS-RUN-END GIVING WS-RUN-START
           .

       P221-ONE-RUN-EXIT.
           EXIT.

       P222-EXTEND-RUN.

           IF WS-RUN-END NOT LESS WS-GRP-END
              MOVE 'Y' TO WS-RUN-STOP-SW
           ELSE
              ADD 1 WS-RUN-END GIVING WS-NEXT-IX

              IF WS-CK-SERIAL-OK (WS-NEXT-IX) EQUAL 'Y'
                 AND WS-CK-SERIAL-N (WS-NEXT-IX)
                     NOT GREATER WS-CK-SERIAL-N (WS-RUN-END) + 1
                 MOVE WS-NEXT-IX TO WS-RUN-END
              ELSE
                 MOVE 'Y' TO WS-RUN-STOP-SW
              END-IF
           END-IF
           .

       P222-EXTEND-RUN-EXIT.
           EXIT.

       P230-TEST-RUN.

           MOVE WS-CK-DAY-NO (WS-RUN-START) TO WS-RUN-MIN-DAY
                                               WS-RUN-MAX-DAY
           MOVE WS-CK-SOURCE (WS-RUN-START) TO WS-RUN-SOURCE
           MOVE 'N'                         TO WS-MULTI-SOURCE-SW
           MOVE WS-RUN-START                TO WS-IX

           PERFORM P231-MEASURE-RUN
           THRU    P231-MEASURE-RUN-EXIT
              UNTIL WS-IX GREATER WS-RUN-END

           SUBTRACT WS-RUN-MIN-DAY FROM WS-RUN-MAX-DAY
                    GIVING WS-RUN-SPAN

           IF WS-MULTI-SOURCE
              AND WS-RUN-SPAN NOT GREATER WS-RUN-DAYS
              MOVE 'R' TO WS-NEW-LEAD-TYPE
              PERFORM P500-OPEN-LEAD
              THRU    P500-OPEN-LEAD-EXIT

              IF WS-LEAD-OPEN
                 ADD 1 TO WS-RUNS-FLAGGED
                 MOVE WS-CK-ACCOUNT (WS-RUN-START)
                   TO WS-LD-WHO (WS-LD-CNT)
                 MOVE WS-RUN-START TO WS-IX

                 PERFORM P232-ADD-RUN-MEMBER
                 THRU    P232-ADD-RUN-MEMBER-EXIT
                    UNTIL WS-IX GREATER WS-RUN-END
              END-IF
           END-IF
           .

       P230-TEST-RUN-EXIT.
           EXIT.

       P231-MEASURE-RUN.

           IF WS-CK-DAY-NO (WS-IX) LESS WS-RUN-MIN-DAY
              MOVE WS-CK-DAY-NO (WS-IX) TO WS-RUN-MIN-DAY
           END-IF

           IF WS-CK-DAY-NO (WS-IX) GREATER WS-RUN-MAX-DAY
              MOVE WS-CK-DAY-NO (WS-IX) TO WS-RUN-MAX-DAY
           END-IF

           IF WS-CK-SOURCE (WS-IX) NOT EQUAL WS-RUN-SOURCE
              MOVE 'Y' TO WS-MULTI-SOURCE-SW
           END-IF

           ADD 1 TO WS-IX
           .

       P231-MEASURE-RUN-EXIT.
           EXIT.

       P232-ADD-RUN-MEMBER.

           PERFORM P510-ADD-MEMBER
           THRU    P510-ADD-MEMBER-EXIT

           ADD 1 TO WS-IX
           .

       P232-ADD-RUN-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Date burst: for each of the account's checks, count the checks
      * dated from that day through the PARAMF window; the busiest
      * window, if it holds the PARAMF number of checks or more, is a
      * lead listing the checks inside it.
      *-----------------------------------------------------------------
       P300-DATE-BURST.

           MOVE ZEROS        TO WS-BEST-CNT
                                WS-BEST-START
           MOVE WS-GRP-START TO WS-JX

           PERFORM P310-TRY-WINDOW
           THRU    P310-TRY-WINDOW-EXIT
              UNTIL WS-JX GREATER WS-GRP-END

           IF WS-BEST-CNT NOT LESS WS-BURST-CNT
              MOVE WS-CK-DAY-NO (WS-BEST-START) TO WS-BEST-DAY
              ADD WS-BEST-DAY WS-BURST-DAYS GIVING WS-WIN-END-DAY

              MOVE 'B' TO WS-NEW-LEAD-TYPE
              PERFORM P500-OPEN-LEAD
              THRU    P500-OPEN-LEAD-EXIT

              IF WS-LEAD-OPEN
                 ADD 1 TO WS-BURSTS-FLAGGED
                 MOVE WS-CK-ACCOUNT (WS-GRP-START)
                   TO WS-LD-WHO (WS-LD-CNT)
                 MOVE WS-GRP-START TO WS-IX

                 PERFORM P330-ADD-BURST-MEMBER
                 THRU    P330-ADD-BURST-MEMBER-EXIT
                    UNTIL WS-IX GREATER WS-GRP-END
              END-IF
           END-IF
           .

       P300-DATE-BURST-EXIT.
           EXIT.

       P310-TRY-WINDOW.

           MOVE WS-CK-DAY-NO (WS-JX) TO WS-BEST-DAY
           ADD WS-BEST-DAY WS-BURST-DAYS GIVING WS-WIN-END-DAY
           MOVE ZEROS                TO WS-WIN-CNT
           MOVE WS-GRP-START         TO WS-IX

           PERFORM P320-COUNT-IN-WINDOW
           THRU    P320-COUNT-IN-WINDOW-EXIT
              UNTIL WS-IX GREATER WS-GRP-END

           IF WS-WIN-CNT GREATER WS-BEST-CNT
              MOVE WS-WIN-CNT TO WS-BEST-CNT
              MOVE WS-JX      TO WS-BEST-START
           END-IF

           ADD 1 TO WS-JX
           .

       P310-TRY-WINDOW-EXIT.
           EXIT.

       P320-COUNT-IN-WINDOW.

           IF WS-CK-DAY-NO (WS-IX) NOT LESS WS-BEST-DAY
              AND WS-CK-DAY-NO (WS-IX) LESS WS-WIN-END-DAY
              ADD 1 TO WS-WIN-CNT
           END-IF

           ADD 1 TO WS-IX
           .

       P320-COUNT-IN-WINDOW-EXIT.
           EXIT.

       P330-ADD-BURST-MEMBER.

           IF WS-CK-DAY-NO (WS-IX) NOT LESS WS-BEST-DAY
              AND WS-CK-DAY-NO (WS-IX) LESS WS-WIN-END-DAY
              PERFORM P510-ADD-MEMBER
              THRU    P510-ADD-MEMBER-EXIT
           END-IF

           ADD 1 TO WS-IX
           .

       P330-ADD-BURST-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Bank patterns: the table again, one bank at a time. Each
      * subject's distinct accounts at the bank are counted; a subject
      * at or over the PARAMF account count is a lead listing all of
      * the subject's checks on that bank.
      *-----------------------------------------------------------------
       P400-BANK-PATTERNS.

           MOVE 1 TO WS-GRP-START

           PERFORM P410-ONE-BANK
           THRU    P410-ONE-BANK-EXIT
              UNTIL WS-GRP-START GREATER WS-CK-CNT
           .

       P400-BANK-PATTERNS-EXIT.
           EXIT.

       P410-ONE-BANK.

           MOVE WS-GRP-START TO WS-GRP-END
           MOVE 'N'          TO WS-GRP-DONE-SW

           PERFORM P411-FIND-BANK-END
           THRU    P411-FIND-BANK-END-EXIT
              UNTIL WS-GRP-DONE

           IF WS-CK-ABA (WS-GRP-START) GREATER ZERO
              MOVE ZEROS        TO WS-BS-CNT
              MOVE WS-GRP-START TO WS-IX

              PERFORM P420-NOTE-SUBJECT-ACCOUNT
              THRU    P420-NOTE-SUBJECT-ACCOUNT-EXIT
                 UNTIL WS-IX GREATER WS-GRP-END

              MOVE ZEROS TO WS-BS-IX

              PERFORM P430-TEST-SUBJECT
              THRU    P430-TEST-SUBJECT-EXIT
                 UNTIL WS-BS-IX NOT LESS WS-BS-CNT
           END-IF

           ADD 1 WS-GRP-END GIVING WS-GRP-START
           .

       P410-ONE-BANK-EXIT.
           EXIT.

       P411-FIND-BANK-END.

           IF WS-GRP-END NOT LESS WS-CK-CNT
              MOVE 'Y' TO WS-GRP-DONE-SW
           ELSE
              ADD 1 WS-GRP-END GIVING WS-NEXT-IX

              IF WS-CK-ABA (WS-NEXT-IX) EQUAL WS-CK-ABA (WS-GRP-START)
                 MOVE WS-NEXT-IX TO WS-GRP-END
              ELSE
                 MOVE 'Y' TO WS-GRP-DONE-SW
              END-IF
           END-IF
           .

       P411-FIND-BANK-END-EXIT.
           EXIT.

       P420-NOTE-SUBJECT-ACCOUNT.

           IF WS-CK-ACCOUNT (WS-IX) NOT EQUAL SPACES
              PERFORM P421-FIND-BANK-SUBJECT
              THRU    P421-FIND-BANK-SUBJECT-EXIT

              IF WS-BS-FOUND-IDX GREATER ZERO
                 AND WS-BS-LAST-ACCOUNT (WS-BS-FOUND-IDX)
                     NOT EQUAL WS-CK-ACCOUNT (WS-IX)
                 ADD 1 TO WS-BS-ACCTS (WS-BS-FOUND-IDX)
                 MOVE WS-CK-ACCOUNT (WS-IX)
                   TO WS-BS-LAST-ACCOUNT (WS-BS-FOUND-IDX)
              END-IF
           END-IF

           ADD 1 TO WS-IX
           .

       P420-NOTE-SUBJECT-ACCOUNT-EXIT.
           EXIT.

       P421-FIND-BANK-SUBJECT.

           MOVE ZEROS TO WS-BS-IX
                         WS-BS-FOUND-IDX

           PERFORM P422-SCAN-BANK-SUBJECT
           THRU    P422-SCAN-BANK-SUBJECT-EXIT
              UNTIL WS-BS-IX NOT LESS WS-BS-CNT
                 OR WS-BS-FOUND-IDX GREATER ZERO

           IF WS-BS-FOUND-IDX EQUAL ZERO
              IF WS-BS-CNT LESS 200
                 ADD 1 TO WS-BS-CNT
                 MOVE WS-BS-CNT TO WS-BS-FOUND-IDX
                 MOVE WS-CK-STATE-NO (WS-IX)
                   TO WS-BS-STATE-NO     (WS-BS-CNT)
                 MOVE ZEROS
                   TO WS-BS-ACCTS        (WS-BS-CNT)
                 MOVE SPACES
                   TO WS-BS-LAST-ACCOUNT (WS-BS-CNT)
              ELSE
                 DISPLAY 'BANK SUBJECT TABLE FULL. SUBJECT SKIPPED: '
                          WS-CK-STATE-NO (WS-IX)
              END-IF
           END-IF
           .

       P421-FIND-BANK-SUBJECT-EXIT.
           EXIT.

       P422-SCAN-BANK-SUBJECT.

           ADD 1 TO WS-BS-IX

           IF WS-BS-STATE-NO (WS-BS-IX) EQUAL WS-CK-STATE-NO (WS-IX)
              MOVE WS-BS-IX TO WS-BS-FOUND-IDX
           END-IF
           .

       P422-SCAN-BANK-SUBJECT-EXIT.
           EXIT.

       P430-TEST-SUBJECT.

           ADD 1 TO WS-BS-IX

           IF WS-BS-ACCTS (WS-BS-IX) NOT LESS WS-ACCT-MIN
              MOVE 'M' TO WS-NEW-LEAD-TYPE
              PERFORM P500-OPEN-LEAD
              THRU    P500-OPEN-LEAD-EXIT

              IF WS-LEAD-OPEN
                 ADD 1 TO WS-CLUSTERS-FLAGGED
                 MOVE WS-BS-STATE-NO (WS-BS-IX)
                   TO WS-LD-WHO (WS-LD-CNT)
                 MOVE WS-GRP-START TO WS-IX

                 PERFORM P440-ADD-SUBJECT-MEMBER
                 THRU    P440-ADD-SUBJECT-MEMBER-EXIT
                    UNTIL WS-IX GREATER WS-GRP-END
              END-IF
           END-IF
           .

       P430-TEST-SUBJECT-EXIT.
           EXIT.

       P440-ADD-SUBJECT-MEMBER.

           IF WS-CK-STATE-NO (WS-IX) EQUAL WS-BS-STATE-NO (WS-BS-IX)
              AND WS-CK-ACCOUNT (WS-IX) NOT EQUAL SPACES
              PERFORM P510-ADD-MEMBER
              THRU    P510-ADD-MEMBER-EXIT
           END-IF

           ADD 1 TO WS-IX
           .

       P440-ADD-SUBJECT-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Open a lead of the type the caller left in WS-NEW-LEAD-TYPE,
      * against the bank of the group being worked. A full lead table
      * or member list drops the lead with a count rather than
      * stopping the run.
      *-----------------------------------------------------------------
       P500-OPEN-LEAD.

           IF WS-LD-CNT LESS 500
              AND WS-LM-CNT LESS 10000
              MOVE 'Y' TO WS-LEAD-OPEN-SW
              ADD 1 TO WS-LD-CNT
              MOVE WS-NEW-LEAD-TYPE
                                   TO WS-LD-TYPE         (WS-LD-CNT)
              MOVE WS-CK-ABA (WS-GRP-START)
                                   TO WS-LD-ABA          (WS-LD-CNT)
              MOVE SPACES          TO WS-LD-WHO          (WS-LD-CNT)
              MOVE ZEROS           TO WS-LD-CHECKS       (WS-LD-CNT)
                                      WS-LD-AMT          (WS-LD-CNT)
                                      WS-LD-MAX-DAY      (WS-LD-CNT)
              MOVE 9999999         TO WS-LD-MIN-DAY      (WS-LD-CNT)
              ADD 1 WS-LM-CNT  GIVING WS-LD-FIRST-MEMBER (WS-LD-CNT)
              MOVE 'N'             TO WS-LD-PRINTED-SW   (WS-LD-CNT)
           ELSE
              MOVE 'N' TO WS-LEAD-OPEN-SW
              ADD 1 TO WS-LEADS-DROPPED
           END-IF
           .

       P500-OPEN-LEAD-EXIT.
           EXIT.

       P510-ADD-MEMBER.

           IF WS-LM-CNT LESS 10000
              ADD 1 TO WS-LM-CNT
              MOVE WS-IX TO WS-LM-CK-IX (WS-LM-CNT)

              ADD 1 TO WS-LD-CHECKS (WS-LD-CNT)
              ADD WS-CK-AMT (WS-IX) TO WS-LD-AMT (WS-LD-CNT)

              IF WS-CK-DAY-NO (WS-IX) LESS WS-LD-MIN-DAY (WS-LD-CNT)
                 MOVE WS-CK-DAY-NO (WS-IX)
                   TO WS-LD-MIN-DAY (WS-LD-CNT)
              END-IF

              IF WS-CK-DAY-NO (WS-IX) GREATER
                 WS-LD-MAX-DAY (WS-LD-CNT)
                 MOVE WS-CK-DAY-NO (WS-IX)
                   TO WS-LD-MAX-DAY (WS-LD-CNT)
              END-IF
           END-IF
           .

       P510-ADD-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Ranked lead list: repeated selection passes pick the strongest
      * lead not yet printed -- most checks, then most money.
      *-----------------------------------------------------------------
       P600-PRINT-LEADS.

           MOVE ZEROS TO WS-RANK-NO

           IF WS-LD-CNT EQUAL ZERO
              MOVE 'NO PATTERN LEADS FOUND' TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           PERFORM P610-PRINT-NEXT-LEAD
           THRU    P610-PRINT-NEXT-LEAD-EXIT
              UNTIL WS-RANK-NO NOT LESS WS-LD-CNT
           .

       P600-PRINT-LEADS-EXIT.
           EXIT.

       P610-PRINT-NEXT-LEAD.

           MOVE ZEROS TO WS-LD-IX
                         WS-LD-BEST-IX

           PERFORM P611-PICK-BEST
           THRU    P611-PICK-BEST-EXIT
              UNTIL WS-LD-IX NOT LESS WS-LD-CNT

           ADD 1   TO WS-RANK-NO
           MOVE 'Y' TO WS-LD-PRINTED-SW (WS-LD-BEST-IX)

           PERFORM P620-PRINT-LEAD
           THRU    P620-PRINT-LEAD-EXIT
           .

       P610-PRINT-NEXT-LEAD-EXIT.
           EXIT.

       P611-PICK-BEST.

           ADD 1 TO WS-LD-IX

           IF WS-LD-PRINTED-SW (WS-LD-IX) EQUAL 'N'
              EVALUATE TRUE
              WHEN WS-LD-BEST-IX EQUAL ZERO
                 MOVE WS-LD-IX TO WS-LD-BEST-IX
              WHEN WS-LD-CHECKS (WS-LD-IX)
                   GREATER WS-LD-CHECKS (WS-LD-BEST-IX)
                 MOVE WS-LD-IX TO WS-LD-BEST-IX
              WHEN WS-LD-CHECKS (WS-LD-IX)
                   EQUAL WS-LD-CHECKS (WS-LD-BEST-IX)
                   AND WS-LD-AMT (WS-LD-IX)
                       GREATER WS-LD-AMT (WS-LD-BEST-IX)
                 MOVE WS-LD-IX TO WS-LD-BEST-IX
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           .

       P611-PICK-BEST-EXIT.
           EXIT.

       P620-PRINT-LEAD.

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-RANK-NO                   TO WS-LDL-RANK
           MOVE WS-LD-ABA    (WS-LD-BEST-IX) TO WS-LDL-ABA
           MOVE WS-LD-WHO    (WS-LD-BEST-IX) TO WS-LDL-WHO
           MOVE WS-LD-CHECKS (WS-LD-BEST-IX) TO WS-LDL-CHECKS
           MOVE WS-LD-AMT    (WS-LD-BEST-IX) TO WS-LDL-AMT
           COMPUTE WS-LDL-DAYS = WS-LD-MAX-DAY (WS-LD-BEST-IX)
                               - WS-LD-MIN-DAY (WS-LD-BEST-IX)

           EVALUATE TRUE
           WHEN WS-LD-SERIAL-RUN (WS-LD-BEST-IX)
              MOVE 'SERIAL RUN' TO WS-LDL-TYPE
           WHEN WS-LD-DATE-BURST (WS-LD-BEST-IX)
              MOVE 'DATE BURST' TO WS-LDL-TYPE
           WHEN OTHER
              MOVE 'MULTI-ACCT' TO WS-LDL-TYPE
           END-EVALUATE

           MOVE WS-LEAD-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-LD-FIRST-MEMBER (WS-LD-BEST-IX) TO WS-LM-IX
           COMPUTE WS-LM-END = WS-LD-FIRST-MEMBER (WS-LD-BEST-IX)
                             + WS-LD-CHECKS (WS-LD-BEST-IX)

           PERFORM P630-PRINT-MEMBER
           THRU    P630-PRINT-MEMBER-EXIT
              UNTIL WS-LM-IX NOT LESS WS-LM-END
           .

       P620-PRINT-LEAD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A member line names the subject, or -- under a multi-account
      * lead, where the subject is on the lead line -- the account.
      *-----------------------------------------------------------------
       P630-PRINT-MEMBER.

           MOVE WS-LM-CK-IX (WS-LM-IX) TO WS-IX

           MOVE SPACES TO WS-MEMBER-LINE

           IF WS-LD-MULTI-ACCT (WS-LD-BEST-IX)
              MOVE WS-CK-ACCOUNT  (WS-IX) TO WS-MBL-WHO
           ELSE
              MOVE WS-CK-STATE-NO (WS-IX) TO WS-MBL-WHO
           END-IF

           MOVE WS-CK-SERIAL (WS-IX)      TO WS-MBL-SERIAL
           STRING WS-CK-DATE (WS-IX) (1:2) DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-CK-DATE (WS-IX) (3:2) DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-CK-DATE (WS-IX) (5:2) DELIMITED BY SIZE
                  INTO WS-MBL-DATE
           MOVE WS-CK-AMT    (WS-IX)      TO WS-MBL-AMT
           MOVE WS-CK-SOURCE (WS-IX)      TO WS-MBL-SOURCE

           MOVE WS-MEMBER-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           ADD 1 TO WS-LM-IX
           .

       P630-PRINT-MEMBER-EXIT.
           EXIT.

       P950-WRITE-REPORT.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CHECKS LOADED'     TO WS-RPT-LABEL
           MOVE WS-CHECKS-LOADED    TO WS-RPT-COUNT
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
           MOVE 'CHECKS DROPPED'    TO WS-RPT-LABEL
           MOVE WS-CHECKS-DROPPED   TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'SERIAL RUNS'       TO WS-RPT-LABEL
           MOVE WS-RUNS-FLAGGED     TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'DATE BURSTS'       TO WS-RPT-LABEL
           MOVE WS-BURSTS-FLAGGED   TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'MULTI-ACCOUNT'     TO WS-RPT-LABEL
           MOVE WS-CLUSTERS-FLAGGED TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'LEADS DROPPED'     TO WS-RPT-LABEL
           MOVE WS-LEADS-DROPPED    TO WS-RPT-COUNT
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
