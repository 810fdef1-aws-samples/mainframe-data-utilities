      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Nightly bad-account hotlist build. Walks DIFS in key order and
      * folds every live check-detail offense into one HOTLSTF row per
      * DB-ABA-NO and DB-CKING-ACCOUNT-NO -- offense count, latest
      * check date, total check amount -- so COBDF38 can answer a
      * merchant's check in one keyed read instead of a DIFS search.
      * The hotlist is rebuilt empty every run; inactive records and
      * records under open subject dispute (COBDF35) stay off it.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF37.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.

           SELECT HOTLSTF  ASSIGN TO HOTLSTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS HOT-KEY
                  FILE STATUS   IS WS-FS-HOTLSTF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  DIFS.

       COPY DIFSDB.

       FD  HOTLSTF.

       COPY HOTLSTF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-HOTLSTF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-CHECKS-TAKEN           PIC 9(009) VALUE ZEROS.
           05  WS-ACCOUNTS               PIC 9(009) VALUE ZEROS.
           05  WS-INACTIVE-SKIPPED       PIC 9(009) VALUE ZEROS.
           05  WS-DISPUTED-SKIPPED       PIC 9(009) VALUE ZEROS.
           05  WS-NO-ACCOUNT-SKIPPED     PIC 9(009) VALUE ZEROS.
           05  WS-CK-CYMD                PIC 9(008) VALUE ZEROS.
           05  WS-CK-AMOUNT              PIC S9(009)V99 VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * DB-CK-YY is a plain 2-digit year, windowed the usual legacy
      * way (00-49 is 20xx, 50-99 is 19xx).
      *-----------------------------------------------------------------
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

       01  WS-CKD-CENT-YEAR              PIC 9(004) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.

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

           DISPLAY 'COBDF37 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'BAD-ACCOUNT HOTLIST BUILD'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF37 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE

           OPEN INPUT DIFS.

           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'OPEN DIFS     FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * Every run starts the hotlist empty -- opened OUTPUT to clear
      * last night's rows, then reopened I-O for the keyed fold.
      *-----------------------------------------------------------------
           OPEN OUTPUT HOTLSTF.

           IF WS-FS-HOTLSTF NOT EQUAL '00'
              DISPLAY 'OPEN HOTLSTF  FS:' WS-FS-HOTLSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE HOTLSTF.

           OPEN I-O HOTLSTF.

           IF WS-FS-HOTLSTF NOT EQUAL '00'
              DISPLAY 'REOPEN HOTLSTF FS:' WS-FS-HOTLSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE LOW-VALUES TO DB-MASTER-KEY

           START DIFS KEY IS NOT LESS THAN DB-MASTER-KEY
             INVALID KEY
                MOVE 'Y' TO WS-EOF-SW
           END-START

           PERFORM P200-BUILD-NEXT THRU P200-BUILD-NEXT-EXIT
              UNTIL WS-EOF

           CLOSE DIFS.
           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'CLOSE DIFS    FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE HOTLSTF.
           IF WS-FS-HOTLSTF NOT EQUAL '00'
              DISPLAY 'CLOSE HOTLSTF FS:' WS-FS-HOTLSTF
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
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'CHECKS TAKEN......: ' WS-CHECKS-TAKEN.
           DISPLAY 'HOTLIST ACCOUNTS..: ' WS-ACCOUNTS.
           DISPLAY 'INACTIVE SKIPPED..: ' WS-INACTIVE-SKIPPED.
           DISPLAY 'DISPUTED SKIPPED..: ' WS-DISPUTED-SKIPPED.
           DISPLAY 'NO ACCOUNT SKIPPED: ' WS-NO-ACCOUNT-SKIPPED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF37 FINISHED'.

           STOP RUN.

       P200-BUILD-NEXT.

           READ DIFS NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SCANNED

                IF DB-OFFENSE-RECORD AND DB-DETAIL-CHECK
                   EVALUATE TRUE
                   WHEN NOT DB-ACTIVE
                      ADD 1 TO WS-INACTIVE-SKIPPED
                   WHEN DB-UNDER-DISPUTE
                      ADD 1 TO WS-DISPUTED-SKIPPED
                   WHEN DB-ABA-NO NOT NUMERIC
                   WHEN DB-ABA-NO EQUAL ZERO
                   WHEN DB-CKING-ACCOUNT-NO EQUAL SPACES
                      ADD 1 TO WS-NO-ACCOUNT-SKIPPED
                   WHEN OTHER
                      PERFORM P300-FOLD-CHECK
                      THRU    P300-FOLD-CHECK-EXIT
                   END-EVALUATE
                END-IF
           END-READ
           .

       P200-BUILD-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Fold one check into its account's row, starting the row the
      * first time the account is seen. An unreadable check date or
      * amount still counts the offense; it just adds nothing to the
      * date or the total.
      *-----------------------------------------------------------------
       P300-FOLD-CHECK.

           PERFORM P310-CHECK-VALUES
           THRU    P310-CHECK-VALUES-EXIT

           MOVE DB-ABA-NO           TO HOT-ABA-NO
           MOVE DB-CKING-ACCOUNT-NO TO HOT-ACCOUNT-NO

           READ HOTLSTF
             INVALID KEY
                MOVE SPACES              TO REC-HOTLIST
                MOVE DB-ABA-NO           TO HOT-ABA-NO
                MOVE DB-CKING-ACCOUNT-NO TO HOT-ACCOUNT-NO
                MOVE 1                   TO HOT-OFFENSE-COUNT
                MOVE WS-CK-CYMD          TO HOT-LAST-CK-DATE
                MOVE WS-CK-AMOUNT        TO HOT-TOTAL-AMT
                MOVE WS-RUN-DATE         TO HOT-BUILD-DATE

                WRITE REC-HOTLIST
                END-WRITE

                IF WS-FS-HOTLSTF NOT EQUAL '00'
                   DISPLAY 'WRITE HOTLSTF FS:' WS-FS-HOTLSTF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-ACCOUNTS

             NOT INVALID KEY
                IF HOT-OFFENSE-COUNT LESS 99999
                   ADD 1 TO HOT-OFFENSE-COUNT
                END-IF

                IF WS-CK-CYMD GREATER HOT-LAST-CK-DATE
                   MOVE WS-CK-CYMD TO HOT-LAST-CK-DATE
                END-IF

                ADD WS-CK-AMOUNT TO HOT-TOTAL-AMT

                REWRITE REC-HOTLIST
                END-REWRITE

                IF WS-FS-HOTLSTF NOT EQUAL '00'
                   DISPLAY 'REWRITE HOTLSTF FS:' WS-FS-HOTLSTF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF
           END-READ

           ADD 1 TO WS-CHECKS-TAKEN
           .

       P300-FOLD-CHECK-EXIT.
           EXIT.

       P310-CHECK-VALUES.

           MOVE ZEROS     TO WS-CK-CYMD
                             WS-CK-AMOUNT
           MOVE DB-CK-DATE TO WS-CK-DATE-CHECK

           IF WS-CKD-MM NUMERIC
              AND WS-CKD-DD NUMERIC
              AND WS-CKD-YY NUMERIC

              IF WS-CKD-YY-N LESS 50
                 ADD 2000 TO WS-CKD-YY-N GIVING WS-CKD-CENT-YEAR
              ELSE
                 ADD 1900 TO WS-CKD-YY-N GIVING WS-CKD-CENT-YEAR
              END-IF

              COMPUTE WS-CK-CYMD =
                 WS-CKD-CENT-YEAR * 10000
                 + WS-CKD-MM-N * 100
                 + WS-CKD-DD-N
           END-IF

           IF DB-CK-AMT9 NUMERIC
              MOVE DB-CK-AMT9 TO WS-CK-AMOUNT
           END-IF
           .

       P310-CHECK-VALUES-EXIT.
           EXIT.

       P950-WRITE-REPORT.

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'RECORDS SCANNED'   TO WS-RPT-LABEL
           MOVE WS-SCANNED          TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CHECKS TAKEN'      TO WS-RPT-LABEL
           MOVE WS-CHECKS-TAKEN     TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'HOTLIST ACCOUNTS'  TO WS-RPT-LABEL
           MOVE WS-ACCOUNTS         TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'INACTIVE SKIPPED'  TO WS-RPT-LABEL
           MOVE WS-INACTIVE-SKIPPED TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'DISPUTED SKIPPED'  TO WS-RPT-LABEL
           MOVE WS-DISPUTED-SKIPPED TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'NO ACCOUNT SKIPPED' TO WS-RPT-LABEL
           MOVE WS-NO-ACCOUNT-SKIPPED
                                    TO WS-RPT-COUNT
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
