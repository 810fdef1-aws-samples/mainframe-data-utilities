      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Nightly adverse-action notice extract. A subject must be told
      * when a new check or police record is placed on file against
      * them: every active offense record whose DB-TO-MASTER-DATE
      * falls after the last notice run (and not after today) becomes
      * one letter row on NOTICEF for the print vendor -- the
      * subject's name and mailing address from their personal
      * record, a one-line offense summary, the dispute reference
      * (the record's master key, which COBDF35 opens a dispute on,
      * with an SSN id sent as its token -- see SSNTKRT.cpy) and the
      * dispute instructions. A subject with no personal
      * record, or one without a complete street/city/state/zip,
      * lands on the exception list on REPORTF instead. A record
      * under an in-window legal hold (LEGALHLD.cpy) or a subject on
      * the expungement register (EXPUNGF.cpy) never produces a
      * notice. The last-run date is kept on this job's own EXTCTLF
      * control dataset; with none on file only today's additions
      * are noticed, so a first run never mails the whole file.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF45.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.

           SELECT NOTICEF  ASSIGN TO NOTICEF
                  FILE STATUS IS WS-FS-NOTICEF.

           SELECT EXTCTLF  ASSIGN TO EXTCTLF
                  FILE STATUS IS WS-FS-EXTCTLF.

           SELECT LEGALHLD ASSIGN TO LEGALHLD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS LH-KEY
                  FILE STATUS   IS WS-FS-LEGALHLD.

           SELECT EXPUNGF  ASSIGN TO EXPUNGF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EXP-KEY
                  FILE STATUS   IS WS-FS-EXPUNGF.

           SELECT TOKVAULT ASSIGN TO TOKVAULT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TV-KEY
                  ALTERNATE RECORD KEY IS TV-TOKEN
                  FILE STATUS   IS WS-FS-TOKVAULT.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  DIFS.

       COPY DIFSDB.

      *-----------------------------------------------------------------
      * One letter row per new offense record, shaped for the print
      * vendor's intake. NTC-DISPUTE-REF is the record's master key
      * -- the reference the subject quotes and the key a COBDF35
      * dispute card is keyed on -- except that a subject filed under
      * the SSN itself has the id part sent as the SSN's token, as on
      * every outbound DIFS file; COBDF35 turns the token back into
      * the key through the token vault. Dates are CCYYMMDD; an
      * offense date that will not convert goes out as zeros.
      *   Kind   C  check detail
      *          P  police detail
      *          O  offense detail not yet stamped (COBDF10)
      *-----------------------------------------------------------------
       FD  NOTICEF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.

       01  REC-NOTICE.
           03  NTC-NOTICE-DATE           PIC  9(008).
           03  NTC-DISPUTE-REF           PIC  X(042).
           03  NTC-LAST-NAME             PIC  X(018).
           03  NTC-FIRST-NAME            PIC  X(012).
           03  NTC-MIDDLE-INIT           PIC  X(001).
           03  NTC-STREET-ADDR           PIC  X(024).
           03  NTC-CITY-ADDR             PIC  X(020).
           03  NTC-STATE-ADDR            PIC  X(002).
           03  NTC-ZIP                   PIC  X(005).
           03  NTC-RECORD-KIND           PIC  X(001).
               88  NTC-CHECK-RECORD          VALUE 'C'.
               88  NTC-POLICE-RECORD         VALUE 'P'.
               88  NTC-OTHER-OFFENSE         VALUE 'O'.
           03  NTC-OFFENSE-CODE          PIC  X(002).
           03  NTC-OFFENSE-DATE          PIC  9(008).
           03  NTC-FILED-DATE            PIC  9(008).
           03  NTC-CK-SERIAL-NO          PIC  X(009).
           03  NTC-CK-AMOUNT             PIC  9(005)V99.
           03  NTC-REPORTED-BY           PIC  X(024).
           03  NTC-SUMMARY-LINE          PIC  X(070).
           03  NTC-DISPUTE-LINE          PIC  X(070) OCCURS 3 TIMES.
           03  FILLER                    PIC  X(029).

       FD  EXTCTLF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY EXTCTLF.

       FD  LEGALHLD.

       COPY LEGALHLD.

       FD  EXPUNGF.

       COPY EXPUNGF.

       FD  TOKVAULT.

       COPY TOKVLTF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-NOTICEF             PIC X(002) VALUE SPACES.
           05  WS-FS-EXTCTLF             PIC X(002) VALUE SPACES.
           05  WS-FS-LEGALHLD            PIC X(002) VALUE SPACES.
           05  WS-FS-EXPUNGF             PIC X(002) VALUE SPACES.
           05  WS-FS-TOKVAULT            PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-NEW-OFFENSES           PIC 9(009) VALUE ZEROS.
           05  WS-NOTICES                PIC 9(009) VALUE ZEROS.
           05  WS-HELD-SKIPPED           PIC 9(009) VALUE ZEROS.
           05  WS-EXPUNGED-SKIPPED       PIC 9(009) VALUE ZEROS.
           05  WS-NO-ADDRESS             PIC 9(009) VALUE ZEROS.
           05  WS-BAD-DATES              PIC 9(009) VALUE ZEROS.
           05  WS-AMT-EDIT               PIC ZZ,ZZ9.99.
           05  WS-CURRENT-SUBJECT        PIC X(026) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-NOTICE-CONTROL.
           05  WS-LAST-NOTICE-DATE       PIC 9(008) VALUE ZEROS.
           05  WS-FILED-CYMD             PIC 9(008) VALUE ZEROS.
           05  WS-DATE-CYMD              PIC 9(008) VALUE ZEROS.

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

      *-----------------------------------------------------------------
      * The current subject's name and mailing address, from the
      * first active personal record with a complete address (or,
      * failing that, the last active personal record seen). The
      * personal records ('10') sort ahead of the offense records
      * ('20') under the same DB-ID-STATE-NUMBER, so they are always
      * in hand by the time an offense record is judged.
      *-----------------------------------------------------------------
       01  WS-SUBJECT-ADDRESS.
           05  WS-PRS-LAST-NAME          PIC X(018) VALUE SPACES.
           05  WS-PRS-FIRST-NAME         PIC X(012) VALUE SPACES.
           05  WS-PRS-MIDDLE-INIT        PIC X(001) VALUE SPACES.
           05  WS-PRS-STREET-ADDR        PIC X(024) VALUE SPACES.
           05  WS-PRS-CITY-ADDR          PIC X(020) VALUE SPACES.
           05  WS-PRS-STATE-ADDR         PIC X(002) VALUE SPACES.
           05  WS-PRS-ZIP                PIC X(005) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-FIRST-RUN-SW           PIC X(001) VALUE 'N'.
               88  WS-FIRST-RUN              VALUE 'Y'.
           05  WS-SELECT-SW              PIC X(001) VALUE 'N'.
               88  WS-RECORD-SELECTED        VALUE 'Y'.
           05  WS-PRS-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-PRS-FOUND              VALUE 'Y'.
           05  WS-PRS-ADDR-OK-SW         PIC X(001) VALUE 'N'.
               88  WS-PRS-ADDR-OK            VALUE 'Y'.
           05  WS-LEGALHLD-OFF-SW        PIC X(001) VALUE 'N'.
               88  WS-LEGALHLD-OFF           VALUE 'Y'.
           05  WS-ON-HOLD-SW             PIC X(001) VALUE 'N'.
               88  WS-ON-HOLD                VALUE 'Y'.
           05  WS-EXPUNGF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-EXPUNGF-OFF            VALUE 'Y'.
           05  WS-EXPUNGED-SW            PIC X(001) VALUE 'N'.
               88  WS-SUBJECT-EXPUNGED       VALUE 'Y'.

      *-----------------------------------------------------------------
      * Dispute instructions printed on every notice.
      *-----------------------------------------------------------------
       01  WS-DISPUTE-TEXT.
           05  FILLER                    PIC X(070) VALUE
           'IF YOU BELIEVE THIS RECORD IS WRONG YOU MAY DISPUTE IT.'.
           05  FILLER                    PIC X(070) VALUE
           'WRITE TO THE DISPUTE UNIT QUOTING THE REFERENCE ABOVE.'.
           05  FILLER                    PIC X(070) VALUE
           'THE RECORD IS NOT REPORTED WHILE THE DISPUTE IS OPEN.'.
       01  WS-DISPUTE-TABLE REDEFINES WS-DISPUTE-TEXT.
           05  WS-DISPUTE-LINE           PIC X(070) OCCURS 3 TIMES.

       01  WS-EXC-LINE.
           05  WS-EXL-STATE-NO           PIC X(026) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EXL-RECORD             PIC X(018) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-EXL-FILED              PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EXL-REASON             PIC X(024) VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * SSN tokenizing routine storage (see SSNTKWK.cpy/SSNTKRT.cpy).
      *-----------------------------------------------------------------
       COPY SSNTKWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF45 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P160-READ-CONTROL
           THRU    P160-READ-CONTROL-EXIT

           OPEN INPUT DIFS.

           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'OPEN DIFS     FS: ' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT NOTICEF.

           IF WS-FS-NOTICEF NOT EQUAL '00'
              DISPLAY 'OPEN NOTICEF  FS: ' WS-FS-NOTICEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P140-OPEN-EXPUNGE-REGISTER
           THRU    P140-OPEN-EXPUNGE-REGISTER-EXIT

           PERFORM P145-OPEN-LEGAL-HOLDS
           THRU    P145-OPEN-LEGAL-HOLDS-EXIT

           MOVE 'COBDF45 ' TO WS-TKN-PROGRAM

           PERFORM P984-OPEN-TOKEN-VAULT
           THRU    P984-OPEN-TOKEN-VAULT-EXIT

           MOVE 'ADVERSE-ACTION NOTICE EXCEPTIONS'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF45 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'STATE/ID NUMBER            RECORD'
                                   TO WS-COLUMN-HEADING (1:34)
           MOVE 'FILED     REASON'  TO WS-COLUMN-HEADING (47:16)

           MOVE LOW-VALUES TO DB-MASTER-KEY

           START DIFS KEY IS NOT LESS THAN DB-MASTER-KEY
             INVALID KEY
                MOVE 'Y' TO WS-EOF-SW
           END-START

           PERFORM P200-CHECK-NEXT THRU P200-CHECK-NEXT-EXIT
              UNTIL WS-EOF

           IF WS-NO-ADDRESS EQUAL ZERO
              MOVE '   NO EXCEPTIONS THIS RUN' TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           CLOSE DIFS.
           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'CLOSE DIFS    FS: ' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE NOTICEF.
           IF WS-FS-NOTICEF NOT EQUAL '00'
              DISPLAY 'CLOSE NOTICEF FS: ' WS-FS-NOTICEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-EXPUNGF-OFF
              CLOSE EXPUNGF

              IF WS-FS-EXPUNGF NOT EQUAL '00'
                 DISPLAY 'CLOSE EXPUNGF FS: ' WS-FS-EXPUNGF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF NOT WS-LEGALHLD-OFF
              CLOSE LEGALHLD

              IF WS-FS-LEGALHLD NOT EQUAL '00'
                 DISPLAY 'CLOSE LEGALHLD FS:' WS-FS-LEGALHLD
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE TOKVAULT.
           IF WS-FS-TOKVAULT NOT EQUAL '00'
              DISPLAY 'CLOSE TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P170-UPDATE-CONTROL
           THRU    P170-UPDATE-CONTROL-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED..: ' WS-SCANNED.
           DISPLAY 'NEW OFFENSES.....: ' WS-NEW-OFFENSES.
           DISPLAY 'NOTICES WRITTEN..: ' WS-NOTICES.
           DISPLAY 'LEGAL HOLD KEPT..: ' WS-HELD-SKIPPED.
           DISPLAY 'EXPUNGED SKIPPED.: ' WS-EXPUNGED-SKIPPED.
           DISPLAY 'NO USABLE ADDRESS: ' WS-NO-ADDRESS.
           DISPLAY 'BAD FILED DATES..: ' WS-BAD-DATES.
           DISPLAY 'SSNS TOKENIZED...: ' WS-TKN-SENT.
           DISPLAY 'NEW TOKENS.......: ' WS-TKN-ASSIGNED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF45 FINISHED'.

           STOP RUN.

       P200-CHECK-NEXT.

           READ DIFS NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SCANNED

                IF DB-ID-STATE-NUMBER NOT EQUAL WS-CURRENT-SUBJECT
                   PERFORM P210-NEW-SUBJECT
                   THRU    P210-NEW-SUBJECT-EXIT
                END-IF

                EVALUATE TRUE
                WHEN DB-INACTIVE
                   CONTINUE
                WHEN DB-PERSONAL-RECORD
                   PERFORM P220-KEEP-ADDRESS
                   THRU    P220-KEEP-ADDRESS-EXIT
                WHEN DB-OFFENSE-RECORD
                   PERFORM P230-JUDGE-OFFENSE
                   THRU    P230-JUDGE-OFFENSE-EXIT
                WHEN OTHER
                   CONTINUE
                END-EVALUATE
           END-READ
           .

       P200-CHECK-NEXT-EXIT.
           EXIT.

       P210-NEW-SUBJECT.

           MOVE DB-ID-STATE-NUMBER TO WS-CURRENT-SUBJECT
           MOVE SPACES             TO WS-SUBJECT-ADDRESS
           MOVE 'N'                TO WS-PRS-FOUND-SW
                                      WS-PRS-ADDR-OK-SW
           .

       P210-NEW-SUBJECT-EXIT.
           EXIT.

       P220-KEEP-ADDRESS.

           IF NOT WS-PRS-ADDR-OK
              MOVE 'Y'              TO WS-PRS-FOUND-SW
              MOVE DB-LAST-NAME     TO WS-PRS-LAST-NAME
              MOVE DB-FIRST-NAME    TO WS-PRS-FIRST-NAME
              MOVE DB-MIDDLE-INIT   TO WS-PRS-MIDDLE-INIT
              MOVE DB-STREET-ADDR   TO WS-PRS-STREET-ADDR
              MOVE DB-CITY-ADDR     TO WS-PRS-CITY-ADDR
              MOVE DB-STATE-ADDR    TO WS-PRS-STATE-ADDR
              MOVE DB-ZIP           TO WS-PRS-ZIP

              IF  WS-PRS-LAST-NAME   NOT EQUAL SPACES
              AND WS-PRS-STREET-ADDR NOT EQUAL SPACES
              AND WS-PRS-CITY-ADDR   NOT EQUAL SPACES
              AND WS-PRS-STATE-ADDR  NOT EQUAL SPACES
              AND WS-PRS-ZIP         NUMERIC
                 MOVE 'Y' TO WS-PRS-ADDR-OK-SW
              END-IF
           END-IF
           .

       P220-KEEP-ADDRESS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An offense record filed since the last run: suppressed if
      * expunged or held, sent to the exception list without a
      * usable address, otherwise noticed.
      *-----------------------------------------------------------------
       P230-JUDGE-OFFENSE.

           PERFORM P240-CHECK-NEW THRU P240-CHECK-NEW-EXIT

           IF WS-RECORD-SELECTED
              ADD 1 TO WS-NEW-OFFENSES

              PERFORM P155-CHECK-EXPUNGED
              THRU    P155-CHECK-EXPUNGED-EXIT

              PERFORM P215-CHECK-LEGAL-HOLD
              THRU    P215-CHECK-LEGAL-HOLD-EXIT

              EVALUATE TRUE
              WHEN WS-SUBJECT-EXPUNGED
                 ADD 1 TO WS-EXPUNGED-SKIPPED
              WHEN WS-ON-HOLD
                 ADD 1 TO WS-HELD-SKIPPED
              WHEN NOT WS-PRS-FOUND
                 MOVE 'NO PERSONAL RECORD'  TO WS-EXL-REASON
                 PERFORM P400-WRITE-EXCEPTION
                 THRU    P400-WRITE-EXCEPTION-EXIT
              WHEN NOT WS-PRS-ADDR-OK
                 MOVE 'ADDRESS INCOMPLETE'  TO WS-EXL-REASON
                 PERFORM P400-WRITE-EXCEPTION
                 THRU    P400-WRITE-EXCEPTION-EXIT
              WHEN OTHER
                 PERFORM P300-WRITE-NOTICE
                 THRU    P300-WRITE-NOTICE-EXIT
              END-EVALUATE
           END-IF
           .

       P230-JUDGE-OFFENSE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * New-record selection on DB-TO-MASTER-DATE: after the last
      * notice run and not after today, or today only on a first run.
      * A filed date that will not convert is counted and passed
      * over -- it would otherwise be noticed again every night.
      *-----------------------------------------------------------------
       P240-CHECK-NEW.

           MOVE 'N' TO WS-SELECT-SW

           MOVE DB-TO-MASTER-DATE TO WS-DATE-CHECK
           PERFORM P250-CENTURY-DATE THRU P250-CENTURY-DATE-EXIT
           MOVE WS-DATE-CYMD      TO WS-FILED-CYMD

           EVALUATE TRUE
           WHEN WS-FILED-CYMD EQUAL ZEROS
              ADD 1 TO WS-BAD-DATES
           WHEN WS-FIRST-RUN
              IF WS-FILED-CYMD EQUAL WS-RUN-DATE
                 MOVE 'Y' TO WS-SELECT-SW
              END-IF
           WHEN WS-FILED-CYMD GREATER WS-LAST-NOTICE-DATE
            AND WS-FILED-CYMD NOT GREATER WS-RUN-DATE
              MOVE 'Y' TO WS-SELECT-SW
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .

       P240-CHECK-NEW-EXIT.
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
      * The offense code and date sit at the same offsets under the
      * check and police views, so an unstamped record still gets a
      * notice with its code and date; only the check amount/serial
      * and the police case detail need the stamp to read.
      *-----------------------------------------------------------------
       P300-WRITE-NOTICE.

           MOVE SPACES              TO REC-NOTICE
           MOVE WS-RUN-DATE         TO NTC-NOTICE-DATE
           MOVE DB-MASTER-KEY       TO NTC-DISPUTE-REF

           MOVE NTC-DISPUTE-REF (3:24) TO WS-TKN-ID-NO

           PERFORM P987-TOKENIZE-ID-NO
           THRU    P987-TOKENIZE-ID-NO-EXIT

           MOVE WS-TKN-ID-NO        TO NTC-DISPUTE-REF (3:24)

           MOVE WS-PRS-LAST-NAME    TO NTC-LAST-NAME
           MOVE WS-PRS-FIRST-NAME   TO NTC-FIRST-NAME
           MOVE WS-PRS-MIDDLE-INIT  TO NTC-MIDDLE-INIT
           MOVE WS-PRS-STREET-ADDR  TO NTC-STREET-ADDR
           MOVE WS-PRS-CITY-ADDR    TO NTC-CITY-ADDR
           MOVE WS-PRS-STATE-ADDR   TO NTC-STATE-ADDR
           MOVE WS-PRS-ZIP          TO NTC-ZIP
           MOVE DB-CK-OFFENSE-CODE  TO NTC-OFFENSE-CODE
           MOVE WS-FILED-CYMD       TO NTC-FILED-DATE
           MOVE ZEROS               TO NTC-CK-AMOUNT

           MOVE DB-CK-DATE          TO WS-DATE-CHECK
           PERFORM P250-CENTURY-DATE THRU P250-CENTURY-DATE-EXIT
           MOVE WS-DATE-CYMD        TO NTC-OFFENSE-DATE

           EVALUATE TRUE
           WHEN DB-DETAIL-CHECK
              MOVE 'C'                  TO NTC-RECORD-KIND
              MOVE DB-CK-SERIAL-NO      TO NTC-CK-SERIAL-NO
              MOVE DB-CK-REPORTING-SRCE TO NTC-REPORTED-BY

              IF DB-CK-AMT9 NUMERIC
                 MOVE DB-CK-AMT9        TO NTC-CK-AMOUNT
              END-IF

              MOVE NTC-CK-AMOUNT        TO WS-AMT-EDIT

              STRING 'RETURNED CHECK NO. ' DELIMITED BY SIZE
                     DB-CK-SERIAL-NO       DELIMITED BY SPACE
                     ' FOR $'              DELIMITED BY SIZE
                     WS-AMT-EDIT           DELIMITED BY SIZE
                     ' REPORTED BY '       DELIMITED BY SIZE
                     DB-CK-REPORTING-SRCE  DELIMITED BY '  '
                     INTO NTC-SUMMARY-LINE
           WHEN DB-DETAIL-POLICE
              MOVE 'P'                  TO NTC-RECORD-KIND
              MOVE DB-PD-WANTING-AGENCY TO NTC-REPORTED-BY

              STRING 'POLICE RECORD, OFFENSE CODE ' DELIMITED BY SIZE
                     DB-PD-OFFENSE-CODE    DELIMITED BY SIZE
                     ', CASE '             DELIMITED BY SIZE
                     DB-PD-CASE-NO         DELIMITED BY SPACE
                     ', FILED BY '         DELIMITED BY SIZE
                     DB-PD-WANTING-AGENCY  DELIMITED BY '  '
                     INTO NTC-SUMMARY-LINE
           WHEN OTHER
              MOVE 'O'                  TO NTC-RECORD-KIND

              STRING 'OFFENSE RECORD, OFFENSE CODE ' DELIMITED BY SIZE
                     DB-CK-OFFENSE-CODE    DELIMITED BY SIZE
                     INTO NTC-SUMMARY-LINE
           END-EVALUATE

           MOVE WS-DISPUTE-LINE (1) TO NTC-DISPUTE-LINE (1)
           MOVE WS-DISPUTE-LINE (2) TO NTC-DISPUTE-LINE (2)
           MOVE WS-DISPUTE-LINE (3) TO NTC-DISPUTE-LINE (3)

           WRITE REC-NOTICE
           END-WRITE

           IF WS-FS-NOTICEF NOT EQUAL '00'
              DISPLAY 'WRITE NOTICEF FS:' WS-FS-NOTICEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-NOTICES
           .

       P300-WRITE-NOTICE-EXIT.
           EXIT.

       P400-WRITE-EXCEPTION.

           MOVE DB-ID-STATE-NUMBER  TO WS-EXL-STATE-NO
           MOVE SPACES              TO WS-EXL-RECORD
           STRING DB-RECORD-TYPE        DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  DB-FILE-SRCE-SYS-CODE DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  DB-FILE-REF-NO        DELIMITED BY SIZE
                  INTO WS-EXL-RECORD
           MOVE WS-FILED-CYMD       TO WS-EXL-FILED

           MOVE WS-EXC-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           ADD 1 TO WS-NO-ADDRESS
           .

       P400-WRITE-EXCEPTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Court-ordered expungement (see EXPUNGF.cpy): a subject on the
      * register is never noticed.
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
              MOVE DB-ID-STATE-NUMBER TO EXP-ID-STATE-NUMBER

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
      * Hard legal-hold enforcement (see LEGALHLD.cpy): a record
      * whose master key carries an in-window hold produces no
      * notice. A region with no hold cluster defined holds nothing.
      *-----------------------------------------------------------------
       P145-OPEN-LEGAL-HOLDS.

           OPEN INPUT LEGALHLD.

           EVALUATE TRUE
           WHEN WS-FS-LEGALHLD EQUAL '00'
              CONTINUE
           WHEN WS-FS-LEGALHLD EQUAL '35'
              DISPLAY 'LEGALHLD NOT DEFINED. NO HOLDS IN EFFECT.'
              MOVE 'Y' TO WS-LEGALHLD-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN LEGALHLD FS:' WS-FS-LEGALHLD
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P145-OPEN-LEGAL-HOLDS-EXIT.
           EXIT.

       P215-CHECK-LEGAL-HOLD.

           MOVE 'N' TO WS-ON-HOLD-SW

           IF NOT WS-LEGALHLD-OFF
              MOVE DB-MASTER-KEY TO LH-MASTER-KEY

              READ LEGALHLD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF WS-RUN-DATE NOT LESS LH-EFFECTIVE-DATE
                      AND (LH-EXPIRY-DATE EQUAL ZEROS
                         OR WS-RUN-DATE NOT GREATER LH-EXPIRY-DATE)
                      MOVE 'Y' TO WS-ON-HOLD-SW
                   END-IF
              END-READ
           END-IF
           .

       P215-CHECK-LEGAL-HOLD-EXIT.
           EXIT.

       P160-READ-CONTROL.

           OPEN INPUT EXTCTLF.

           IF WS-FS-EXTCTLF EQUAL '00'
              READ EXTCTLF
                AT END
                   MOVE ZEROS TO WS-LAST-NOTICE-DATE
                NOT AT END
                   IF ECT-LAST-EXTRACT-DATE NUMERIC
                      MOVE ECT-LAST-EXTRACT-DATE
                        TO WS-LAST-NOTICE-DATE
                   END-IF
              END-READ

              CLOSE EXTCTLF
           ELSE
              MOVE ZEROS TO WS-LAST-NOTICE-DATE
           END-IF

           IF WS-LAST-NOTICE-DATE EQUAL ZEROS
              DISPLAY 'NO LAST NOTICE DATE. TODAY''S ADDITIONS ONLY.'
              MOVE 'Y' TO WS-FIRST-RUN-SW
           END-IF

           DISPLAY 'LAST NOTICE DATE........: ' WS-LAST-NOTICE-DATE
           .

       P160-READ-CONTROL-EXIT.
           EXIT.

       P170-UPDATE-CONTROL.

           OPEN OUTPUT EXTCTLF.

           IF WS-FS-EXTCTLF NOT EQUAL '00'
              DISPLAY 'OPEN EXTCTLF FS: ' WS-FS-EXTCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES      TO REC-EXTRACT-CONTROL
           MOVE WS-RUN-DATE TO ECT-LAST-EXTRACT-DATE

           WRITE REC-EXTRACT-CONTROL
           END-WRITE

           IF WS-FS-EXTCTLF NOT EQUAL '00'
              DISPLAY 'WRITE EXTCTLF FS:' WS-FS-EXTCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EXTCTLF

           IF WS-FS-EXTCTLF NOT EQUAL '00'
              DISPLAY 'CLOSE EXTCTLF FS:' WS-FS-EXTCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P170-UPDATE-CONTROL-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY SSNTKRT.

       COPY RPTWRT.
