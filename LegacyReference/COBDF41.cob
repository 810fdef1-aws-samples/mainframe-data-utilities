      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Investigative case summary. For every open case on CASEMSTF
      * (see COBDF40) the report lists each member subject with the
      * check and police records the case holds against them -- all
      * of the subject's offenses for a whole-subject link, only the
      * linked records otherwise -- totals DB-CK-AMT by subject and
      * for the case, and closes with the bank routing/checking
      * account pairs written by two or more of the case's subjects,
      * which is usually what ties a ring together. Linked records no
      * longer on DIFS are flagged in place.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF41.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT CASEMSTF ASSIGN TO CASEMSTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CSM-CASE-NO
                  FILE STATUS   IS WS-FS-CASEMSTF.

           SELECT CASEMBRF ASSIGN TO CASEMBRF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CMB-KEY
                  FILE STATUS   IS WS-FS-CASEMBRF.

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  CASEMSTF.

       COPY CASEMSTF.

       FD  CASEMBRF.

       COPY CASEMBRF.

       FD  DIFS.

       COPY DIFSDB.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-CASEMSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-CASEMBRF            PIC X(002) VALUE SPACES.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-CASES-READ             PIC 9(009) VALUE ZEROS.
           05  WS-CASES-REPORTED         PIC 9(009) VALUE ZEROS.
           05  WS-CLOSED-SKIPPED         PIC 9(009) VALUE ZEROS.
           05  WS-MEMBERS-READ           PIC 9(009) VALUE ZEROS.
           05  WS-MISSING-RECORDS        PIC 9(009) VALUE ZEROS.
           05  WS-SHARED-ACCOUNTS        PIC 9(009) VALUE ZEROS.
           05  WS-CUR-SUBJECT            PIC X(026) VALUE SPACES.
           05  WS-SUBJ-NAME              PIC X(031) VALUE SPACES.
           05  WS-SUBJ-OFFENSES          PIC 9(005) VALUE ZEROS.
           05  WS-SUBJ-TOTAL             PIC S9(009)V99 VALUE ZEROS.
           05  WS-CASE-SUBJECTS          PIC 9(005) VALUE ZEROS.
           05  WS-CASE-TOTAL             PIC S9(009)V99 VALUE ZEROS.
           05  WS-CASE-SHARED            PIC 9(005) VALUE ZEROS.
           05  WS-ABA-WORK               PIC 9(009) VALUE ZEROS.
           05  WS-ACT-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-ACT-FOUND-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-AMT-EDIT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-CNT-EDIT               PIC ZZ,ZZ9.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * The case's checking accounts: one entry per routing/account
      * pair seen on a member's check record, counting the distinct
      * subjects (members arrive grouped by subject, so a change from
      * the last subject seen is a new one) and the checks written.
      *-----------------------------------------------------------------
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-ACT-ENTRY OCCURS 200 TIMES.
               10  WS-ACT-ABA-NO         PIC 9(009).
               10  WS-ACT-ACCOUNT-NO     PIC X(012).
               10  WS-ACT-LAST-SUBJECT   PIC X(026).
               10  WS-ACT-SUBJECTS       PIC 9(005).
               10  WS-ACT-CHECKS         PIC 9(005).

       01  WS-SWITCHES.
           05  WS-CASE-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-CASE-EOF               VALUE 'Y'.
           05  WS-MEMBER-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-MEMBER-EOF             VALUE 'Y'.
           05  WS-DIFS-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-DIFS-EOF               VALUE 'Y'.
           05  WS-SUBJ-WHOLE-SW          PIC X(001) VALUE 'N'.
               88  WS-SUBJ-WHOLE             VALUE 'Y'.

       01  WS-ANSWER-LINE.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ANS-LABEL              PIC X(016) VALUE SPACES.
           05  WS-ANS-VALUE              PIC X(062) VALUE SPACES.

       01  WS-OFFN-LINE.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-OFL-DATE               PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-OFL-KIND               PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-OFL-CODE               PIC X(002) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-OFL-REF                PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-OFL-AMT                PIC ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-OFL-ABA                PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-OFL-ACCOUNT            PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(009) VALUE SPACES.

       01  WS-SHARED-LINE.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-SHL-ABA                PIC 9(009) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-SHL-ACCOUNT            PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-SHL-SUBJECTS           PIC ZZZ9.
           05  FILLER                    PIC X(011) VALUE ' SUBJECTS  '.
           05  WS-SHL-CHECKS             PIC ZZZ9.
           05  FILLER                    PIC X(007) VALUE ' CHECKS'.
           05  FILLER                    PIC X(025) VALUE SPACES.

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

           DISPLAY 'COBDF41 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'INVESTIGATIVE CASE SUMMARY'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF41 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'DATE'             TO WS-COLUMN-HEADING (5:4)
           MOVE 'KIND'             TO WS-COLUMN-HEADING (13:4)
           MOVE 'CD'               TO WS-COLUMN-HEADING (20:2)
           MOVE 'REFERENCE'        TO WS-COLUMN-HEADING (23:9)
           MOVE 'AMOUNT'           TO WS-COLUMN-HEADING (40:6)
           MOVE 'ABA'              TO WS-COLUMN-HEADING (49:3)
           MOVE 'ACCOUNT'          TO WS-COLUMN-HEADING (60:7)

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

      *-----------------------------------------------------------------
      * Until COBDF40 has opened the first case the case clusters do
      * not exist (status 35); the run then reports no cases.
      *-----------------------------------------------------------------
           OPEN INPUT CASEMSTF.

           EVALUATE TRUE
           WHEN WS-FS-CASEMSTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-CASEMSTF EQUAL '35'
              DISPLAY 'NO CASES DEFINED. NOTHING TO REPORT.'
              MOVE 'Y' TO WS-CASE-EOF-SW
           WHEN OTHER
              DISPLAY 'OPEN CASEMSTF FS:' WS-FS-CASEMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           IF NOT WS-CASE-EOF
              OPEN INPUT CASEMBRF

              IF WS-FS-CASEMBRF NOT EQUAL '00'
                 DISPLAY 'OPEN CASEMBRF FS:' WS-FS-CASEMBRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              PERFORM P100-NEXT-CASE
              THRU    P100-NEXT-CASE-EXIT
                 UNTIL WS-CASE-EOF

              CLOSE CASEMSTF
              IF WS-FS-CASEMSTF NOT EQUAL '00'
                 DISPLAY 'CLOSE CASEMSTF FS:' WS-FS-CASEMSTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE CASEMBRF
              IF WS-FS-CASEMBRF NOT EQUAL '00'
                 DISPLAY 'CLOSE CASEMBRF FS:' WS-FS-CASEMBRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

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

           DISPLAY '--------------------'.
           DISPLAY 'CASES READ........: ' WS-CASES-READ.
           DISPLAY 'CASES REPORTED....: ' WS-CASES-REPORTED.
           DISPLAY 'CLOSED SKIPPED....: ' WS-CLOSED-SKIPPED.
           DISPLAY 'MEMBERS READ......: ' WS-MEMBERS-READ.
           DISPLAY 'MISSING RECORDS...: ' WS-MISSING-RECORDS.
           DISPLAY 'SHARED ACCOUNTS...: ' WS-SHARED-ACCOUNTS.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF41 FINISHED'.

           STOP RUN.

       P100-NEXT-CASE.

           READ CASEMSTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-CASE-EOF-SW
             NOT AT END
                ADD 1 TO WS-CASES-READ

                IF CSM-OPEN
                   PERFORM P200-REPORT-CASE
                   THRU    P200-REPORT-CASE-EXIT
                ELSE
                   ADD 1 TO WS-CLOSED-SKIPPED
                END-IF
           END-READ
           .

       P100-NEXT-CASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Each case opens on a fresh page (the line counter is forced
      * past the page maximum so P980's next detail line starts one).
      *-----------------------------------------------------------------
       P200-REPORT-CASE.

           ADD 1 TO WS-CASES-REPORTED

           MOVE 999 TO WS-RPT-LINE-CTR

           MOVE SPACES TO WS-ANSWER-LINE
           MOVE 'CASE'             TO WS-ANS-LABEL
           MOVE SPACES             TO WS-ANS-VALUE
           STRING CSM-CASE-NO      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CSM-TITLE        DELIMITED BY SIZE
                  INTO WS-ANS-VALUE
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT

           MOVE 'INVESTIGATOR'     TO WS-ANS-LABEL
           MOVE CSM-LEAD-INVESTIGATOR
                                   TO WS-ANS-VALUE
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT

           MOVE 'OPENED'           TO WS-ANS-LABEL
           MOVE CSM-OPEN-DATE      TO WS-ANS-VALUE
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT

           MOVE 'LAST UPDATED'     TO WS-ANS-LABEL
           MOVE CSM-UPDATE-DATE    TO WS-ANS-VALUE
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT

           MOVE SPACES TO WS-CUR-SUBJECT
           MOVE ZEROS  TO WS-CASE-SUBJECTS
                          WS-CASE-TOTAL
                          WS-ACT-CNT
           MOVE 'N'    TO WS-MEMBER-EOF-SW

           MOVE LOW-VALUES  TO CMB-KEY
           MOVE CSM-CASE-NO TO CMB-CASE-NO

           START CASEMBRF KEY IS NOT LESS THAN CMB-KEY
             INVALID KEY
                MOVE 'Y' TO WS-MEMBER-EOF-SW
           END-START

           PERFORM P210-NEXT-MEMBER
           THRU    P210-NEXT-MEMBER-EXIT
              UNTIL WS-MEMBER-EOF

           IF WS-CUR-SUBJECT EQUAL SPACES
              MOVE SPACES TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE 'MEMBERS'          TO WS-ANS-LABEL
              MOVE 'NO SUBJECTS OR RECORDS LINKED TO CASE'
                                      TO WS-ANS-VALUE
              PERFORM P910-PRINT-ANSWER-LINE
              THRU    P910-PRINT-ANSWER-LINE-EXIT
           ELSE
              PERFORM P250-PRINT-SUBJECT-TOTAL
              THRU    P250-PRINT-SUBJECT-TOTAL-EXIT
           END-IF

           PERFORM P400-PRINT-CASE-TOTALS
           THRU    P400-PRINT-CASE-TOTALS-EXIT
           .

       P200-REPORT-CASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A subject link sorts ahead of the subject's offense links (see
      * CASEMBRF.cpy): once it has pulled every offense on file, any
      * offense links that follow for the subject are already shown.
      *-----------------------------------------------------------------
       P210-NEXT-MEMBER.

           READ CASEMBRF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-MEMBER-EOF-SW
             NOT AT END
                IF CMB-CASE-NO NOT EQUAL CSM-CASE-NO
                   MOVE 'Y' TO WS-MEMBER-EOF-SW
                ELSE
                   ADD 1 TO WS-MEMBERS-READ

                   IF CMB-ID-STATE-NUMBER NOT EQUAL WS-CUR-SUBJECT
                      PERFORM P220-START-SUBJECT
                      THRU    P220-START-SUBJECT-EXIT
                   END-IF

                   EVALUATE TRUE
                   WHEN CMB-SUBJECT-LINK
                      PERFORM P230-PULL-WHOLE-SUBJECT
                      THRU    P230-PULL-WHOLE-SUBJECT-EXIT
                   WHEN WS-SUBJ-WHOLE
                      CONTINUE
                   WHEN OTHER
                      PERFORM P240-PULL-LINKED-OFFENSE
                      THRU    P240-PULL-LINKED-OFFENSE-EXIT
                   END-EVALUATE
                END-IF
           END-READ
           .

       P210-NEXT-MEMBER-EXIT.
           EXIT.

       P220-START-SUBJECT.

           IF WS-CUR-SUBJECT NOT EQUAL SPACES
              PERFORM P250-PRINT-SUBJECT-TOTAL
              THRU    P250-PRINT-SUBJECT-TOTAL-EXIT
           END-IF

           MOVE CMB-ID-STATE-NUMBER TO WS-CUR-SUBJECT
           MOVE 'N'                 TO WS-SUBJ-WHOLE-SW
           MOVE ZEROS               TO WS-SUBJ-OFFENSES
                                       WS-SUBJ-TOTAL
           MOVE SPACES              TO WS-SUBJ-NAME

           ADD 1 TO WS-CASE-SUBJECTS

           MOVE LOW-VALUES     TO DB-MASTER-KEY
           MOVE WS-CUR-SUBJECT TO DB-ID-STATE-NUMBER

           START DIFS KEY IS NOT LESS THAN DB-MASTER-KEY
             INVALID KEY
                MOVE HIGH-VALUES TO DB-ID-STATE-NUMBER
             NOT INVALID KEY
                READ DIFS NEXT RECORD
                  AT END
                     MOVE HIGH-VALUES TO DB-ID-STATE-NUMBER
                END-READ
           END-START

           IF DB-ID-STATE-NUMBER EQUAL WS-CUR-SUBJECT
              AND DB-PERSONAL-RECORD
              STRING DB-FIRST-NAME DELIMITED BY '  '
                     ' '           DELIMITED BY SIZE
                     DB-LAST-NAME  DELIMITED BY '  '
                     INTO WS-SUBJ-NAME
           ELSE
              MOVE 'NO PERSONAL RECORD ON FILE' TO WS-SUBJ-NAME
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES TO WS-ANSWER-LINE
           MOVE 'SUBJECT'          TO WS-ANS-LABEL
           MOVE SPACES             TO WS-ANS-VALUE
           STRING WS-CUR-SUBJECT   DELIMITED BY '  '
                  '  '             DELIMITED BY SIZE
                  WS-SUBJ-NAME     DELIMITED BY SIZE
                  INTO WS-ANS-VALUE
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT
           .

       P220-START-SUBJECT-EXIT.
           EXIT.

       P230-PULL-WHOLE-SUBJECT.

           MOVE 'Y'            TO WS-SUBJ-WHOLE-SW
           MOVE 'N'            TO WS-DIFS-EOF-SW
           MOVE LOW-VALUES     TO DB-MASTER-KEY
           MOVE WS-CUR-SUBJECT TO DB-ID-STATE-NUMBER

           START DIFS KEY IS NOT LESS THAN DB-MASTER-KEY
             INVALID KEY
                MOVE 'Y' TO WS-DIFS-EOF-SW
           END-START

           PERFORM P231-NEXT-SUBJECT-RECORD
           THRU    P231-NEXT-SUBJECT-RECORD-EXIT
              UNTIL WS-DIFS-EOF

           IF WS-SUBJ-OFFENSES EQUAL ZERO
              MOVE 'OFFENSES'         TO WS-ANS-LABEL
              MOVE 'NO CHECK OR POLICE RECORDS ON FILE'
                                      TO WS-ANS-VALUE
              PERFORM P910-PRINT-ANSWER-LINE
              THRU    P910-PRINT-ANSWER-LINE-EXIT
           END-IF
           .

       P230-PULL-WHOLE-SUBJECT-EXIT.
           EXIT.

       P231-NEXT-SUBJECT-RECORD.

           READ DIFS NEXT RECORD
             AT END
                MOVE 'Y' TO WS-DIFS-EOF-SW
             NOT AT END
                IF DB-ID-STATE-NUMBER NOT EQUAL WS-CUR-SUBJECT
                   MOVE 'Y' TO WS-DIFS-EOF-SW
                ELSE
                   IF DB-OFFENSE-RECORD
                      PERFORM P300-PRINT-OFFENSE
                      THRU    P300-PRINT-OFFENSE-EXIT
                   END-IF
                END-IF
           END-READ
           .

       P231-NEXT-SUBJECT-RECORD-EXIT.
           EXIT.

       P240-PULL-LINKED-OFFENSE.

           MOVE CMB-MASTER-KEY TO DB-MASTER-KEY

           READ DIFS
             INVALID KEY
                ADD 1 TO WS-MISSING-RECORDS

                MOVE 'NOT ON FILE'    TO WS-ANS-LABEL
                MOVE CMB-RECORD-REF   TO WS-ANS-VALUE
                PERFORM P910-PRINT-ANSWER-LINE
                THRU    P910-PRINT-ANSWER-LINE-EXIT

             NOT INVALID KEY
                PERFORM P300-PRINT-OFFENSE
                THRU    P300-PRINT-OFFENSE-EXIT
           END-READ
           .

       P240-PULL-LINKED-OFFENSE-EXIT.
           EXIT.

       P250-PRINT-SUBJECT-TOTAL.

           MOVE 'SUBJECT CHECKS'   TO WS-ANS-LABEL
           MOVE WS-SUBJ-TOTAL      TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT        TO WS-ANS-VALUE
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT
           .

       P250-PRINT-SUBJECT-TOTAL-EXIT.
           EXIT.

       P300-PRINT-OFFENSE.

           ADD 1 TO WS-SUBJ-OFFENSES

           MOVE SPACES TO WS-OFFN-LINE

           EVALUATE TRUE
           WHEN DB-DETAIL-CHECK
              MOVE 'CHECK '            TO WS-OFL-KIND
              MOVE DB-CK-OFFENSE-CODE  TO WS-OFL-CODE
              MOVE DB-CK-DATE          TO WS-OFL-DATE
              MOVE DB-CK-SERIAL-NO     TO WS-OFL-REF
              MOVE DB-CKING-ACCOUNT-NO TO WS-OFL-ACCOUNT

              IF DB-CK-AMT NUMERIC
                 MOVE DB-CK-AMT9 TO WS-OFL-AMT
                 ADD  DB-CK-AMT9 TO WS-SUBJ-TOTAL
                                    WS-CASE-TOTAL
              ELSE
                 MOVE ZEROS      TO WS-OFL-AMT
              END-IF

              IF DB-ABA-NO NUMERIC
                 AND DB-ABA-NO NOT EQUAL ZERO
                 MOVE DB-ABA-NO   TO WS-ABA-WORK
                 MOVE WS-ABA-WORK TO WS-OFL-ABA

                 PERFORM P310-TALLY-ACCOUNT
                 THRU    P310-TALLY-ACCOUNT-EXIT
              END-IF

           WHEN DB-DETAIL-POLICE
              MOVE 'POLICE'            TO WS-OFL-KIND
              MOVE DB-PD-OFFENSE-CODE  TO WS-OFL-CODE
              MOVE DB-PD-DATE          TO WS-OFL-DATE
              MOVE DB-WARRANT-NO       TO WS-OFL-REF

           WHEN OTHER
              MOVE 'UNSTMP'            TO WS-OFL-KIND
              MOVE DB-FILE-REF-NO      TO WS-OFL-REF
           END-EVALUATE

           MOVE WS-OFFN-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P300-PRINT-OFFENSE-EXIT.
           EXIT.

       P310-TALLY-ACCOUNT.

           MOVE ZEROS TO WS-ACT-IX
                         WS-ACT-FOUND-IDX

           PERFORM P311-SCAN-ACCOUNT THRU P311-SCAN-ACCOUNT-EXIT
              UNTIL WS-ACT-IX NOT LESS WS-ACT-CNT
                 OR WS-ACT-FOUND-IDX GREATER ZERO

           IF WS-ACT-FOUND-IDX EQUAL ZERO
              IF WS-ACT-CNT LESS 200
                 ADD 1 TO WS-ACT-CNT
                 MOVE WS-ABA-WORK    TO WS-ACT-ABA-NO (WS-ACT-CNT)
                 MOVE DB-CKING-ACCOUNT-NO
                                     TO WS-ACT-ACCOUNT-NO (WS-ACT-CNT)
                 MOVE WS-CUR-SUBJECT TO WS-ACT-LAST-SUBJECT
                                                      (WS-ACT-CNT)
                 MOVE 1              TO WS-ACT-SUBJECTS (WS-ACT-CNT)
                                        WS-ACT-CHECKS   (WS-ACT-CNT)
              ELSE
                 DISPLAY 'ACCOUNT TABLE FULL. NOT TRACKED: '
                          CSM-CASE-NO ' ' WS-ABA-WORK
              END-IF
           ELSE
              ADD 1 TO WS-ACT-CHECKS (WS-ACT-FOUND-IDX)

              IF WS-ACT-LAST-SUBJECT (WS-ACT-FOUND-IDX)
                 NOT EQUAL WS-CUR-SUBJECT
                 ADD 1 TO WS-ACT-SUBJECTS (WS-ACT-FOUND-IDX)
                 MOVE WS-CUR-SUBJECT
                      TO WS-ACT-LAST-SUBJECT (WS-ACT-FOUND-IDX)
              END-IF
           END-IF
           .

       P310-TALLY-ACCOUNT-EXIT.
           EXIT.

       P311-SCAN-ACCOUNT.

           ADD 1 TO WS-ACT-IX

           IF WS-ACT-ABA-NO (WS-ACT-IX) EQUAL WS-ABA-WORK
              AND WS-ACT-ACCOUNT-NO (WS-ACT-IX)
                  EQUAL DB-CKING-ACCOUNT-NO
              MOVE WS-ACT-IX TO WS-ACT-FOUND-IDX
           END-IF
           .

       P311-SCAN-ACCOUNT-EXIT.
           EXIT.

       P400-PRINT-CASE-TOTALS.

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'CASE SUBJECTS'    TO WS-ANS-LABEL
           MOVE WS-CASE-SUBJECTS   TO WS-CNT-EDIT
           MOVE WS-CNT-EDIT        TO WS-ANS-VALUE
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT

           MOVE 'CASE CHECKS'      TO WS-ANS-LABEL
           MOVE WS-CASE-TOTAL      TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT        TO WS-ANS-VALUE
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'SHARED ACCOUNTS - WRITTEN BY TWO OR MORE SUBJECTS'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-ACT-IX
                         WS-CASE-SHARED

           PERFORM P410-PRINT-SHARED THRU P410-PRINT-SHARED-EXIT
              UNTIL WS-ACT-IX NOT LESS WS-ACT-CNT

           IF WS-CASE-SHARED EQUAL ZERO
              MOVE '    NONE' TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P400-PRINT-CASE-TOTALS-EXIT.
           EXIT.

       P410-PRINT-SHARED.

           ADD 1 TO WS-ACT-IX

           IF WS-ACT-SUBJECTS (WS-ACT-IX) GREATER 1
              ADD 1 TO WS-CASE-SHARED
                       WS-SHARED-ACCOUNTS

              MOVE WS-ACT-ABA-NO (WS-ACT-IX)     TO WS-SHL-ABA
              MOVE WS-ACT-ACCOUNT-NO (WS-ACT-IX) TO WS-SHL-ACCOUNT
              MOVE WS-ACT-SUBJECTS (WS-ACT-IX)   TO WS-SHL-SUBJECTS
              MOVE WS-ACT-CHECKS (WS-ACT-IX)     TO WS-SHL-CHECKS

              MOVE WS-SHARED-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P410-PRINT-SHARED-EXIT.
           EXIT.

       P910-PRINT-ANSWER-LINE.

           MOVE WS-ANSWER-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES TO WS-ANSWER-LINE
           .

       P910-PRINT-ANSWER-LINE-EXIT.
           EXIT.

       P950-WRITE-REPORT.

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CASES READ'        TO WS-RPT-LABEL
           MOVE WS-CASES-READ       TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CASES REPORTED'    TO WS-RPT-LABEL
           MOVE WS-CASES-REPORTED   TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CLOSED CASES'      TO WS-RPT-LABEL
           MOVE WS-CLOSED-SKIPPED   TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'MEMBERS READ'      TO WS-RPT-LABEL
           MOVE WS-MEMBERS-READ     TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'RECORDS NOT ON FILE'
                                    TO WS-RPT-LABEL
           MOVE WS-MISSING-RECORDS  TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'SHARED ACCOUNTS'   TO WS-RPT-LABEL
           MOVE WS-SHARED-ACCOUNTS  TO WS-RPT-COUNT
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
