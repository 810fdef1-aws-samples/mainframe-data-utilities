                                                                        00030400
           SELECT KSDISPF ASSIGN TO KSDISPF
                  FILE STATUS IS WS-FS-KSDISPF.

           SELECT CASCADF ASSIGN TO CASCADF
                  FILE STATUS IS WS-FS-CASCADF.
      *-----------------------------------------------------------------00030800
                                                                        00030400
           SELECT NITESUMF ASSIGN TO NITESUMF
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS RC-KEY
                  FILE STATUS   IS WS-FS-RUNCTLF.
      *-----------------------------------------------------------------00030800
                                                                        00030400
           SELECT TRUSTF ASSIGN TO TRUSTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TRS-KEY
                  FILE STATUS   IS WS-FS-TRUSTF.
      *-----------------------------------------------------------------00030800
                                                                        00030400
           SELECT SRVLOSF ASSIGN TO SRVLOSF
                  FILE STATUS IS WS-FS-SRVLOSF.

           SELECT CALENDF ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.
       FD  AUDITF                                                       00037000
           BLOCK CONTAINS 0 RECORDS                                     00038000
           RECORDING MODE IS F                                          00039000
           RECORD CONTAINS 1018 CHARACTERS.                             00039100

       COPY AUDITF.
      *-----------------------------------------------------------------00030800
       FD  CHKPTF                                                       00037000
           BLOCK CONTAINS 0 RECORDS                                     00038000
           RECORDING MODE IS F                                          00039000
           RECORD CONTAINS 098 CHARACTERS.                              00039100

       COPY CHKPTF.
      *-----------------------------------------------------------------00030800
           RECORD CONTAINS 080 CHARACTERS.

       COPY KSDISPF.
      *-----------------------------------------------------------------
      * CASCADF hands every applied delete to COBKS47, which retires
      * the other client-side files' references to a client gone.
      *-----------------------------------------------------------------
       FD  CASCADF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CASCADF.
      *-----------------------------------------------------------------00030800
       FD  NITESUMF
           BLOCK CONTAINS 0 RECORDS
       FD  RUNCTLF.

       COPY RUNCTLF.
      *-----------------------------------------------------------------00030800
       FD  TRUSTF.

       COPY TRUSTF.
      *-----------------------------------------------------------------00030800
       FD  SRVLOSF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.

       COPY SRVLOSF.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
            05 CLIENT-HIRE-DATE          PIC  X(010).
            05 FILLER                    PIC  X(454).
      *-----------------------------------------------------------------
      * Survivorship stamps (see TRUSTF.cpy): the feed and business
      * date that last set each field group, in the last 64 bytes of
      * every record type.
      *-----------------------------------------------------------------
           03  CLIENT-SOURCE REDEFINES CLIENT-MAIN.
            05 FILLER                    PIC  X(430).
            05 CLIENT-SRC-STAMPS.
             07 CLIENT-SRC-STAMP         OCCURS 4 TIMES.
              09 CLIENT-SRC-FEED-ID      PIC  X(008).
              09 CLIENT-SRC-DATE         PIC  9(008).
      *-----------------------------------------------------------------
      * CLIENTBK2 is the dated pre-load backup copy of CLIENT taken
      * immediately ahead of this program's own load step -- JCL points
      * the DD at the day's dated generation, so a bad run can be rolled
           05  WS-BUSINESS-DATE          PIC 9(008) VALUE ZEROS.
           05  WS-FEED-ID                PIC X(008) VALUE SPACES.
           05  WS-FS-KSDISPF             PIC X(002) VALUE SPACES.
           05  WS-FS-CASCADF             PIC X(002) VALUE SPACES.
           05  WS-FS-ZIPREF              PIC X(002) VALUE SPACES.
           05  WS-FS-EXTIDF              PIC X(002) VALUE SPACES.
           05  WS-FS-FEEDHSTF            PIC X(002) VALUE SPACES.
               10  WS-BEFORE-ED-LVL          PIC X(010).
               10  WS-BEFORE-INCOME          PIC S9(007)V99 COMP-3.
               10  FILLER                    PIC X(439).
           05  WS-BEFORE-CONTACT REDEFINES
               WS-BEFORE-IMAGE.
               10  WS-BEFORE-PHONE           PIC X(012).
               10  WS-BEFORE-EMAIL           PIC X(038).
               10  FILLER                    PIC X(444).
           05  WS-OLD-INCOME             PIC S9(007)V99 VALUE ZEROS.
           05  WS-RUN-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-GRP-BUS-DATE           PIC 9(008) VALUE ZEROS.
           05  WS-LAST-HDR-DATE          PIC 9(008) VALUE ZEROS.
           05  WS-CATCHUP-BAD            PIC 9(009) VALUE ZEROS.
      *-----------------------------------------------------------------
      * Catch-up run: the running totals as they stood when the
      * business date now being worked began. The date's own NITESUMF
      * row carries the difference. All zero on a one-date run.
      *-----------------------------------------------------------------
           05  WS-BASE-READ              PIC 9(009) VALUE ZEROS.
           05  WS-BASE-INSERTED          PIC 9(009) VALUE ZEROS.
           05  WS-BASE-UPDATED           PIC 9(009) VALUE ZEROS.
           05  WS-BASE-REJECTED          PIC 9(009) VALUE ZEROS.
           05  WS-BASE-DELETED           PIC 9(009) VALUE ZEROS.
           05  WS-RESTART-COUNT          PIC 9(009) VALUE ZEROS.
           05  WS-SKIP-CTR               PIC 9(009) VALUE ZEROS.
           05  WS-CKPT-INTERVAL          PIC 9(009) VALUE 1000.
           05  WS-CKPT-QUOT              PIC 9(009) VALUE ZEROS.
           05  WS-CKPT-REM               PIC 9(009) VALUE ZEROS.
           05  WS-TRIAL-EXC-CNT          PIC 9(009) VALUE ZEROS.
           05  WS-SPACES                 PIC X(500) VALUE SPACES.       00039400


      * Operator card (SYSIN): 'OVERRIDE' in cols 1-8 lets the run
      * proceed out of sequence or repeat a completed business date.
      * A blank card is the normal case.
      *
      * 'TRIAL' in cols 1-8 runs the night's feed as a prediction:
      * every edit, duplicate check, approval test and CLIENT lookup
      * runs as usual, but CLIENT is opened INPUT and nothing is
      * written to CLIENT, AUDITF, INCHSTF, PENDAPPF, KSDISPF or
      * CASCADF. The run-control, feed-history, checkpoint, backup
      * and night summary steps are bypassed, so a trial can be run
      * any number of times ahead of the real load without
      * disturbing it. EXCEPF
      * receives the exceptions the load would raise, SRVLOSF the
      * values the survivorship rules would hold back, and REPORTF
      * carries the predicted totals followed by those exceptions.
      *
      * 'CATCHUP' in cols 1-8 takes several business dates' feed
      * groups in one run after an outage. The groups must stand on
      * INPUTF in ascending header business-date order, and every
      * CALENDF business day from the first date through the last
      * must be there -- a missing day, or a date past the calendar's
      * current date, stops the run before any CLIENT update. Each
      * date is then worked in turn under its own business date:
      * its own run-control start and completion, AUDITF and INCHSTF
      * stamps, and NITESUMF row. A date already complete stops the
      * run; catch-up does not combine with OVERRIDE, so that date's
      * groups are taken off INPUTF instead.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01  WS-OVERRIDE-CARD.
           05  WS-OVR-REQUEST            PIC X(008).
               88  WS-OVERRIDE               VALUE 'OVERRIDE'.
               88  WS-TRIAL-RUN              VALUE 'TRIAL'.
               88  WS-CATCHUP-RUN            VALUE 'CATCHUP'.
           05  FILLER                    PIC X(072).

       01  WS-SWITCHES.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-CLIENTBK2-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-CLIENTBK2-EOF           VALUE 'Y'.
           05  WS-EXCEPF-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-EXCEPF-EOF             VALUE 'Y'.
           05  WS-DATE-OPEN-SW           PIC X(001) VALUE 'N'.
               88  WS-DATE-OPEN              VALUE 'Y'.
           05  WS-CATCHUP-FOUND-SW       PIC X(001) VALUE 'N'.
               88  WS-CATCHUP-FOUND          VALUE 'Y'.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL              PIC X(020) VALUE SPACES.

       01  WS-RPT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * Trial run: one report line per predicted EXCEPF row.
      *-----------------------------------------------------------------
       01  WS-TRIAL-EXC-LINE.
           05  WS-TEX-REASON-CODE        PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TEX-CLIENT-ID          PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TEX-CLIENT-TYPE        PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TEX-REASON-TEXT        PIC X(040) VALUE SPACES.
           05  FILLER                    PIC X(017) VALUE SPACES.

      *-----------------------------------------------------------------
      * One entry per header/trailer group validated by P050: the
      * feed id, its header business date, and that group's own
      * detail count and hash total, as proven against its trailer.
      *-----------------------------------------------------------------
       01  WS-FEED-IX                    PIC 9(002) VALUE ZEROS.

       01  WS-FEED-TABLE.
           05  WS-FEED-CNT               PIC 9(002) VALUE ZEROS.
           05  WS-FEED-ENTRY OCCURS 50 TIMES.
               10  WS-FEED-TBL-ID        PIC X(008).
               10  WS-FEED-TBL-DATE      PIC 9(008).
               10  WS-FEED-TBL-COUNT     PIC 9(009).
               10  WS-FEED-TBL-HASH      PIC 9(018).

      *-----------------------------------------------------------------
      * Catch-up run: one entry per distinct header business date on
      * INPUTF, in ascending order, flagged once CALENDF shows it as a
      * business day.
      *-----------------------------------------------------------------
       01  WS-CATCHUP-IX                 PIC 9(002) VALUE ZEROS.

       01  WS-CATCHUP-TABLE.
           05  WS-CATCHUP-CNT            PIC 9(002) VALUE ZEROS.
           05  WS-CATCHUP-ENTRY OCCURS 30 TIMES.
               10  WS-CATCHUP-DATE       PIC 9(008).
               10  WS-CATCHUP-CAL-SW     PIC X(001).
                   88  WS-CATCHUP-ON-CAL     VALUE 'Y'.

       01  WS-BDATE-CHECK.
           05  WS-BDATE-MM               PIC X(02).
           05  WS-BDATE-MM-N  REDEFINES
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * Field-level survivorship control (see SRVTBL.cpy/SRVJDG.cpy).
      *-----------------------------------------------------------------
       COPY SRVTBL.

       PROCEDURE DIVISION.                                              00040000

           DISPLAY 'COBKS02 STARTED'.                                   00050000

           ACCEPT WS-OVERRIDE-CARD FROM SYSIN.

           MOVE 'COBKS05 ' TO WS-SRV-PROGRAM
           MOVE 'Y'        TO WS-SRV-INCOME-SW

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

      *-----------------------------------------------------------------
      * The feed header's business date must agree with the calendar's
      * current processing date -- a mismatch means the wrong feed
      * generation (or the wrong calendar row) is mounted. A catch-up
      * run is proven against the calendar date by date instead.
      *-----------------------------------------------------------------
           IF WS-CATCHUP-RUN
              PERFORM P058-CHECK-CATCHUP-CALENDAR
              THRU    P058-CHECK-CATCHUP-CALENDAR-EXIT
           ELSE
              IF WS-BUSINESS-DATE NOT EQUAL WS-RUN-DATE
                 DISPLAY 'FEED BUSINESS DATE DISAGREES WITH CALENDAR'
                 DISPLAY 'CALENDAR DATE...........: ' WS-RUN-DATE
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

      *-----------------------------------------------------------------
      * A trial run neither registers with run control nor picks up a
      * checkpoint: it always predicts the whole feed from the top and
      * leaves the real load's restart point alone.
      *-----------------------------------------------------------------
           IF WS-TRIAL-RUN
              DISPLAY 'TRIAL RUN. CLIENT WILL NOT BE UPDATED.'
           ELSE
              PERFORM P053-CHECK-FEED-HISTORY
              THRU    P053-CHECK-FEED-HISTORY-EXIT

              IF WS-CATCHUP-RUN
                 PERFORM P062-OPEN-RUN-CONTROL
                 THRU    P062-OPEN-RUN-CONTROL-EXIT
              ELSE
                 PERFORM P060-CHECK-RUN-CONTROL
                 THRU    P060-CHECK-RUN-CONTROL-EXIT
              END-IF

              OPEN INPUT CHKPTF

              IF WS-FS-CHKPTF EQUAL '00'
                 READ CHKPTF
                 MOVE CKP-READ      TO WS-READ
                 MOVE CKP-INSERTED  TO WS-INSERTED
                 MOVE CKP-UPDATED   TO WS-UPDATED
                 MOVE CKP-REJECTED  TO WS-REJECTED
                 MOVE CKP-DELETED   TO WS-DELETED

                 IF WS-CATCHUP-RUN
                    MOVE CKP-BUSINESS-DATE TO WS-BUSINESS-DATE
                    MOVE CKP-BASE-READ     TO WS-BASE-READ
                    MOVE CKP-BASE-INSERTED TO WS-BASE-INSERTED
                    MOVE CKP-BASE-UPDATED  TO WS-BASE-UPDATED
                    MOVE CKP-BASE-REJECTED TO WS-BASE-REJECTED
                    MOVE CKP-BASE-DELETED  TO WS-BASE-DELETED
                 END-IF

                 CLOSE CHKPTF
              END-IF
           END-IF

           MOVE WS-READ TO WS-RESTART-COUNT

           IF WS-CATCHUP-RUN AND WS-RESTART-COUNT EQUAL ZERO
              PERFORM P083-CHECK-CATCHUP-DATES
              THRU    P083-CHECK-CATCHUP-DATES-EXIT
           END-IF

      *-----------------------------------------------------------------
      * On a checkpoint-restart the exception/audit/report trail from
      * the partial run that abended must survive, so these three are
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-TRIAL-RUN
              IF WS-RESTART-COUNT GREATER ZERO
                 OPEN EXTEND AUDITF
              ELSE
                 OPEN OUTPUT AUDITF
              END-IF

              IF WS-FS-AUDITF NOT EQUAL '00'
                 DISPLAY 'OPEN AUDITF FS:  ' WS-FS-AUDITF
                 MOVE 'AUDITF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-AUDITF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF WS-RESTART-COUNT GREATER ZERO
           IF WS-RESTART-COUNT GREATER ZERO
              DISPLAY 'RESTARTING AFTER REC: ' WS-RESTART-COUNT
              PERFORM P100-SKIP-RESTART THRU P100-SKIP-RESTART-EXIT

              IF WS-CATCHUP-RUN AND WS-BUSINESS-DATE GREATER ZERO
                 PERFORM P082-RESUME-BUSINESS-DATE
                 THRU    P082-RESUME-BUSINESS-DATE-EXIT
              END-IF
           END-IF

           IF NOT WS-TRIAL-RUN
              OPEN EXTEND INCHSTF

              IF WS-FS-INCHSTF NOT EQUAL '00'
                 DISPLAY 'OPEN INCHSTF FS: ' WS-FS-INCHSTF
                 MOVE 'INCHSTF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-INCHSTF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              OPEN EXTEND PENDAPPF

              IF WS-FS-PENDAPPF NOT EQUAL '00'
                 DISPLAY 'OPEN PENDAPPF FS:' WS-FS-PENDAPPF
                 MOVE 'PENDAPPF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-PENDAPPF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              IF WS-RESTART-COUNT GREATER ZERO
                 OPEN EXTEND KSDISPF
              ELSE
                 OPEN OUTPUT KSDISPF
              END-IF

              IF WS-FS-KSDISPF NOT EQUAL '00'
                 DISPLAY 'OPEN KSDISPF FS: ' WS-FS-KSDISPF
                 MOVE 'KSDISPF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-KSDISPF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              IF WS-RESTART-COUNT GREATER ZERO
                 OPEN EXTEND CASCADF
              ELSE
                 OPEN OUTPUT CASCADF
              END-IF

              IF WS-FS-CASCADF NOT EQUAL '00'
                 DISPLAY 'OPEN CASCADF FS: ' WS-FS-CASCADF
                 MOVE 'CASCADF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-CASCADF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           OPEN OUTPUT SEENF.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           PERFORM P270-OPEN-SURVIVORSHIP
           THRU    P270-OPEN-SURVIVORSHIP-EXIT

           IF WS-TRIAL-RUN
              OPEN INPUT CLIENT
           ELSE
              PERFORM P110-BACKUP-CLIENT
              THRU    P110-BACKUP-CLIENT-EXIT

              OPEN I-O   CLIENT
           END-IF

           EVALUATE TRUE
           WHEN WS-FS-CLIENT EQUAL '00'
              CONTINUE                                                          
      *-----------------------------------------------------------------
      * A trial never creates the cluster; with no CLIENT to look up
      * there is nothing to predict against.
      *-----------------------------------------------------------------
           WHEN WS-FS-CLIENT EQUAL '35' AND WS-TRIAL-RUN
              DISPLAY 'CLIENT NOT DEFINED. NOTHING TO TRIAL AGAINST.'
              MOVE 'CLIENT' TO WS-ABD-FILE-DD
              MOVE WS-FS-CLIENT TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
      *-----------------------------------------------------------------
      * Cold start: a newly defined cluster opens with file status 35.
      * The 0/0 header record is written and the file reopened I-O so
      * the load continues in this same execution instead of abending

      *-----------------------------------------------------------------
      * Headers and trailers were proven by P050; here a header just
      * switches the feed id the disposition rows are stamped with
      * (and, on a catch-up run, the business date), and both are
      * otherwise read past.
      *-----------------------------------------------------------------
              EVALUATE TRUE
              WHEN INPUTF-ID EQUAL ZEROS AND INPUTF-TYPE EQUAL ZEROS
                 IF WS-CATCHUP-RUN
                    AND INPUTF-HDR-BUSINESS-DATE
                        NOT EQUAL WS-BUSINESS-DATE
                    PERFORM P080-SWITCH-BUSINESS-DATE
                    THRU    P080-SWITCH-BUSINESS-DATE-EXIT
                 END-IF

                 MOVE INPUTF-HDR-FEED-ID TO WS-FEED-ID
                 PERFORM P165-CHECK-FEED-ENROLLMENT
                 THRU    P165-CHECK-FEED-ENROLLMENT-EXIT
                 GIVING    WS-CKPT-QUOT
                 REMAINDER WS-CKPT-REM

              IF WS-CKPT-REM EQUAL ZERO AND NOT WS-TRIAL-RUN
                 PERFORM P959-BUILD-CHECKPOINT
                 THRU    P959-BUILD-CHECKPOINT-EXIT
                 PERFORM P960-WRITE-CHECKPOINT
                 THRU    P960-WRITE-CHECKPOINT-EXIT
              END-IF

           END-PERFORM.

           IF NOT WS-TRIAL-RUN
              MOVE    ZEROS
              TO      CLIENT-ID
                      CLIENT-TYPE

              READ    CLIENT

              ADD     WS-INSERTED TO CLIENT-RECORD-COUNT
              SUBTRACT WS-DELETED FROM CLIENT-RECORD-COUNT

              REWRITE REC-CLIENT

              PERFORM P998-EVAL-CLIENT
              THRU    P998-EVAL-CLIENT-EXIT
           END-IF
                                                                                
           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-TRIAL-RUN
              CLOSE AUDITF

              IF WS-FS-AUDITF NOT EQUAL '00'
                 DISPLAY 'CLOSE AUDITF FS: ' WS-FS-AUDITF
                 MOVE 'AUDITF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-AUDITF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE SEENF.
              END-IF
           END-IF

           PERFORM P279-CLOSE-SURVIVORSHIP
           THRU    P279-CLOSE-SURVIVORSHIP-EXIT

           IF NOT WS-TRIAL-RUN
              CLOSE INCHSTF

              IF WS-FS-INCHSTF NOT EQUAL '00'
                 DISPLAY 'CLOSE INCHSTF FS:' WS-FS-INCHSTF
                 MOVE 'INCHSTF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-INCHSTF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE PENDAPPF

              IF WS-FS-PENDAPPF NOT EQUAL '00'
                 DISPLAY 'CLOSE PENDAPPF FS:' WS-FS-PENDAPPF
                 MOVE 'PENDAPPF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-PENDAPPF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE KSDISPF

              IF WS-FS-KSDISPF NOT EQUAL '00'
                 DISPLAY 'CLOSE KSDISPF FS:' WS-FS-KSDISPF
                 MOVE 'KSDISPF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-KSDISPF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE CASCADF

              IF WS-FS-CASCADF NOT EQUAL '00'
                 DISPLAY 'CLOSE CASCADF FS:' WS-FS-CASCADF
                 MOVE 'CASCADF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-CASCADF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF WS-TRIAL-RUN
              MOVE 'PREDICTED CLIENT LOAD - TRIAL RUN'
                                   TO WS-RPT-TITLE
           ELSE
              MOVE 'CLIENT LOAD CONTROL TOTALS'
                                   TO WS-RPT-TITLE
           END-IF
           MOVE 'COBKS05 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE

           PERFORM P950-WRITE-REPORT
           THRU    P950-WRITE-REPORT-EXIT

           PERFORM P277-LIST-LOSSES
           THRU    P277-LIST-LOSSES-EXIT

           IF WS-TRIAL-RUN
              PERFORM P955-LIST-TRIAL-EXCEPTIONS
              THRU    P955-LIST-TRIAL-EXCEPTIONS-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-TRIAL-RUN
              MOVE ZEROS TO REC-CHECKPOINT
              PERFORM P960-WRITE-CHECKPOINT
              THRU    P960-WRITE-CHECKPOINT-EXIT

              IF NOT WS-CATCHUP-RUN OR WS-DATE-OPEN
                 PERFORM P970-WRITE-NIGHT-SUMMARY
                 THRU    P970-WRITE-NIGHT-SUMMARY-EXIT
              END-IF

              PERFORM P066-REGISTER-FEEDS
              THRU    P066-REGISTER-FEEDS-EXIT

              PERFORM P065-MARK-RUN-COMPLETE
              THRU    P065-MARK-RUN-COMPLETE-EXIT
           END-IF

           DISPLAY '--------------------'.                              00050000
           DISPLAY 'READ....: ' WS-READ.                                00050000
           DISPLAY 'DELETED.: ' WS-DELETED.
           DISPLAY 'INCM-REV: ' WS-INCOME-FLAGGED.
           DISPLAY 'PENDING.: ' WS-PENDED.
           DISPLAY 'OUTRANKD: ' WS-SRV-HELD.
           DISPLAY '--------------------'.                              00050000
           STOP RUN.                                                    00060000
                                                                                

                   IF WS-REC-OK

                      IF NOT WS-TRIAL-RUN
                         WRITE   REC-CLIENT
                      END-IF

                      PERFORM P998-EVAL-CLIENT
                      THRU    P998-EVAL-CLIENT-EXIT

                   IF WS-REC-OK

                      IF NOT WS-TRIAL-RUN
                         REWRITE REC-CLIENT
                      END-IF

                      PERFORM P998-EVAL-CLIENT
                      THRU    P998-EVAL-CLIENT-EXIT
              END-IF

              IF WS-REC-OK
                 PERFORM P271-JUDGE-SURVIVORSHIP
                 THRU    P271-JUDGE-SURVIVORSHIP-EXIT
              END-IF

              IF WS-REC-OK AND WS-SRV-WINS (3)
                 PERFORM P218-CHECK-INCOME-APPROVAL
                 THRU    P218-CHECK-INCOME-APPROVAL-EXIT
              END-IF

      *-----------------------------------------------------------------
      * A field group the card lost keeps the value already on file.
      *-----------------------------------------------------------------
              IF WS-REC-OK
                 IF WS-SRV-WINS (1)
                    MOVE  INPUTF-NAME
                    TO    CLIENT-NAME

                    MOVE  INPUTF-BDATE
                    TO    CLIENT-BDATE
                 ELSE
                    MOVE  WS-BEFORE-NAME
                    TO    CLIENT-NAME

                    MOVE  WS-BEFORE-BDATE
                    TO    CLIENT-BDATE
                 END-IF

                 IF WS-SRV-WINS (2)
                    MOVE  INPUTF-ED-LVL
                    TO    CLIENT-ED-LVL
                 ELSE
                    MOVE  WS-BEFORE-ED-LVL
                    TO    CLIENT-ED-LVL
                 END-IF

                 IF WS-SRV-WINS (3)
                    PERFORM P240-RECORD-INCOME-HISTORY
                    THRU    P240-RECORD-INCOME-HISTORY-EXIT

                    MOVE  INPUTF-INCOME
                    TO    CLIENT-INCOME
                 ELSE
                    MOVE  WS-BEFORE-INCOME
                    TO    CLIENT-INCOME
                 END-IF
              END-IF

           WHEN CLIENT-TYPE EQUAL 2
              PERFORM P217-VALIDATE-POSTAL
              THRU    P217-VALIDATE-POSTAL-EXIT

              IF WS-REC-OK
                 PERFORM P271-JUDGE-SURVIVORSHIP
                 THRU    P271-JUDGE-SURVIVORSHIP-EXIT
              END-IF

              IF WS-REC-OK
                 MOVE  INPUTF-ADDR-NUMBER
                 TO    CLIENT-ADDR-NUMBER
                 TO    CLIENT-ADDR-ZIP
              END-IF
           WHEN CLIENT-TYPE EQUAL 3
              PERFORM P271-JUDGE-SURVIVORSHIP
              THRU    P271-JUDGE-SURVIVORSHIP-EXIT

              IF WS-REC-OK
                 IF WS-SRV-WINS (1)
                    MOVE  INPUTF-PHONE
                    TO    CLIENT-PHONE
                 ELSE
                    MOVE  WS-BEFORE-PHONE
                    TO    CLIENT-PHONE
                 END-IF

                 IF WS-SRV-WINS (2)
                    MOVE  INPUTF-EMAIL
                    TO    CLIENT-EMAIL
                 ELSE
                    MOVE  WS-BEFORE-EMAIL
                    TO    CLIENT-EMAIL
                 END-IF
              END-IF
           WHEN CLIENT-TYPE EQUAL 5
              PERFORM P271-JUDGE-SURVIVORSHIP
              THRU    P271-JUDGE-SURVIVORSHIP-EXIT

              IF WS-REC-OK
                 MOVE  INPUTF-EMPLOYER-NAME
                 TO    CLIENT-EMPLOYER-NAME

                 MOVE  INPUTF-HIRE-DATE
                 TO    CLIENT-HIRE-DATE
              END-IF
           WHEN OTHER
              DISPLAY 'UNSUPPORTED REC TYPE: ' CLIENT-TYPE

              THRU    P900-WRITE-EXCEPTION-EXIT

           END-EVALUATE

           IF WS-REC-OK
              PERFORM P275-STAMP-SOURCES
              THRU    P275-STAMP-SOURCES-EXIT
           END-IF
           .

       P200-MOVE-DATA-EXIT.                                             00040000
           MOVE CLIENT-ID        TO PA-CLIENT-ID
           MOVE CLIENT-TYPE      TO PA-CLIENT-TYPE
           MOVE WS-BUSINESS-DATE TO PA-BUSINESS-DATE
           MOVE WS-FEED-ID       TO PA-FEED-ID
           MOVE WS-SRV-WIN-SW (1) TO PA-SRV-WIN-SW (1)
           MOVE WS-SRV-WIN-SW (2) TO PA-SRV-WIN-SW (2)
           MOVE WS-SRV-WIN-SW (3) TO PA-SRV-WIN-SW (3)
           MOVE WS-OLD-INCOME    TO PA-OLD-INCOME
           MOVE INPUTF-INCOME    TO PA-NEW-INCOME
           MOVE WS-APPR-MOVE-PCT TO PA-MOVE-PCT
           MOVE REC-INPUT        TO PA-INPUT

           IF NOT WS-TRIAL-RUN
              WRITE REC-PEND-APPROVAL
              END-WRITE

              IF WS-FS-PENDAPPF NOT EQUAL '00'
                 DISPLAY 'WRITE PENDAPPF FS:' WS-FS-PENDAPPF
                 MOVE 'PENDAPPF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-PENDAPPF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           ADD 1 TO WS-PENDED

                MOVE CLIENT-MAIN TO WS-BEFORE-IMAGE

                IF NOT WS-TRIAL-RUN
                   DELETE CLIENT
                   END-DELETE

                   IF WS-FS-CLIENT NOT EQUAL '00'
                      DISPLAY 'DELETE CLIENT FS:' WS-FS-CLIENT
                      MOVE 'CLIENT' TO WS-ABD-FILE-DD
                      MOVE WS-FS-CLIENT TO WS-ABD-FILE-STATUS
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   PERFORM P235-WRITE-CASCADE
                   THRU    P235-WRITE-CASCADE-EXIT
                END-IF

                ADD 1 TO WS-DELETED
       P230-DELETE-CLIENT-EXIT.
           EXIT.

       P235-WRITE-CASCADE.

           MOVE SPACES           TO REC-CASCADE
           MOVE 'D'              TO CAS-EVENT
           MOVE CLIENT-ID        TO CAS-OLD-ID
           MOVE ZEROS            TO CAS-NEW-ID
           MOVE WS-BUSINESS-DATE TO CAS-BUSINESS-DATE
           MOVE 'COBKS05'        TO CAS-PROGRAM

           WRITE REC-CASCADE
           END-WRITE

           IF WS-FS-CASCADF NOT EQUAL '00'
              DISPLAY 'WRITE CASCADF FS:' WS-FS-CASCADF
              MOVE 'CASCADF' TO WS-ABD-FILE-DD
              MOVE WS-FS-CASCADF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P235-WRITE-CASCADE-EXIT.
           EXIT.

       P240-RECORD-INCOME-HISTORY.

           IF WS-BEFORE-IMAGE EQUAL SPACES
           END-IF

           IF WS-OLD-INCOME NOT EQUAL INPUTF-INCOME
              AND NOT WS-TRIAL-RUN

              MOVE CLIENT-ID        TO IH-CLIENT-ID
              MOVE CLIENT-TYPE      TO IH-CLIENT-TYPE

       P900-WRITE-AUDIT.

           IF NOT WS-TRIAL-RUN
              MOVE CLIENT-ID             TO AUD-CLIENT-ID
              MOVE CLIENT-TYPE           TO AUD-CLIENT-TYPE
              MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
              MOVE CLIENT-MAIN           TO AUD-AFTER-IMAGE
              MOVE WS-BUSINESS-DATE      TO AUD-BUSINESS-DATE
              MOVE SPACES                TO AUD-OPERATOR-ID

              WRITE REC-AUDIT
              END-WRITE

              IF WS-FS-AUDITF NOT EQUAL '00'
                 DISPLAY 'WRITE AUDITF FS:  ' WS-FS-AUDITF
                 MOVE 'AUDITF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-AUDITF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

      * stamped with the feed id of the header group the detail
      * arrived under; COBKS20 splits the night's rows back out to
      * the senders. The caller sets WS-KSD-DISP (and WS-KSD-REASON
      * for rejects) just ahead of the PERFORM. A trial run sends
      * nothing back.
      *-----------------------------------------------------------------
       P910-WRITE-DISPOSITION.

           IF NOT WS-TRIAL-RUN
              MOVE SPACES           TO REC-KS-DISPOSITION
              MOVE WS-BUSINESS-DATE TO KSD-BUSINESS-DATE
              MOVE WS-FEED-ID       TO KSD-FEED-ID
              MOVE CLIENT-ID        TO KSD-CLIENT-ID
              MOVE CLIENT-TYPE      TO KSD-CLIENT-TYPE
              MOVE WS-KSD-DISP      TO KSD-DISPOSITION
              MOVE WS-KSD-REASON    TO KSD-REASON-CODE

              WRITE REC-KS-DISPOSITION
              END-WRITE

              IF WS-FS-KSDISPF NOT EQUAL '00'
                 DISPLAY 'WRITE KSDISPF FS:' WS-FS-KSDISPF
                 MOVE 'KSDISPF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-KSDISPF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           MOVE SPACES TO WS-KSD-REASON
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           IF WS-CATCHUP-RUN
              MOVE SPACES          TO WS-RPT-LINE
              MOVE 'RUN MODE'      TO WS-RPT-LABEL
              MOVE 'CATCH-UP - ONE RUN-CONTROL DATE PER BUSINESS DATE'
                                   TO WS-RPT-VALUE
              MOVE WS-RPT-LINE     TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE SPACES          TO WS-RPT-LINE
              MOVE 'CATCH-UP FROM' TO WS-RPT-LABEL
              MOVE WS-CATCHUP-DATE (1)
                                   TO WS-RPT-VALUE
              MOVE WS-RPT-LINE     TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE SPACES          TO WS-RPT-LINE
              MOVE 'CATCH-UP THROUGH'
                                   TO WS-RPT-LABEL
              MOVE WS-LAST-HDR-DATE
                                   TO WS-RPT-VALUE
              MOVE WS-RPT-LINE     TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE SPACES          TO WS-RPT-LINE
              MOVE 'BUSINESS DATES'
                                   TO WS-RPT-LABEL
              MOVE WS-CATCHUP-CNT  TO WS-RPT-COUNT
              MOVE WS-RPT-COUNT    TO WS-RPT-VALUE
              MOVE WS-RPT-LINE     TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           IF WS-TRIAL-RUN
              MOVE SPACES          TO WS-RPT-LINE
              MOVE 'RUN MODE'      TO WS-RPT-LABEL
              MOVE 'TRIAL - COUNTS PREDICTED, CLIENT NOT UPDATED'
                                   TO WS-RPT-VALUE
              MOVE WS-RPT-LINE     TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           MOVE SPACES             TO WS-RPT-LINE
           MOVE WS-RPT-LINE        TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES             TO WS-RPT-LINE
           MOVE 'GROUPS OUTRANKED'  TO WS-RPT-LABEL
           MOVE WS-SRV-LOST        TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT       TO WS-RPT-VALUE
           MOVE WS-RPT-LINE        TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES             TO WS-RPT-LINE
           MOVE 'UPDATES OUTRANKED' TO WS-RPT-LABEL
           MOVE WS-SRV-HELD        TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT       TO WS-RPT-VALUE
           MOVE WS-RPT-LINE        TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES             TO WS-RPT-LINE
           MOVE 'INCOME MAX IN USE'  TO WS-RPT-LABEL
           MOVE WS-INCOME-MAX-REASONABLE
       P950-WRITE-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Trial run: the exceptions the load would raise, read back from
      * the EXCEPF just closed and listed on a fresh page behind the
      * predicted totals.
      *-----------------------------------------------------------------
       P955-LIST-TRIAL-EXCEPTIONS.

           OPEN INPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF FS:  ' WS-FS-EXCEPF
              MOVE 'EXCEPF' TO WS-ABD-FILE-DD
              MOVE WS-FS-EXCEPF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES TO WS-COLUMN-HEADING
           MOVE 'RSN '           TO WS-COLUMN-HEADING (1:4)
           MOVE 'CLIENT-ID'      TO WS-COLUMN-HEADING (7:9)
           MOVE 'TYPE'           TO WS-COLUMN-HEADING (18:4)
           MOVE 'PREDICTED EXCEPTION'
                                 TO WS-COLUMN-HEADING (24:19)

           MOVE WS-RPT-PAGE-MAX  TO WS-RPT-LINE-CTR

           PERFORM P956-LIST-NEXT-EXCEPTION
           THRU    P956-LIST-NEXT-EXCEPTION-EXIT
              UNTIL WS-EXCEPF-EOF

           MOVE SPACES             TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES             TO WS-RPT-LINE
           MOVE 'EXCEPTIONS LISTED' TO WS-RPT-LABEL
           MOVE WS-TRIAL-EXC-CNT   TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT       TO WS-RPT-VALUE
           MOVE WS-RPT-LINE        TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           CLOSE EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF FS: ' WS-FS-EXCEPF
              MOVE 'EXCEPF' TO WS-ABD-FILE-DD
              MOVE WS-FS-EXCEPF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P955-LIST-TRIAL-EXCEPTIONS-EXIT.
           EXIT.

       P956-LIST-NEXT-EXCEPTION.

           READ EXCEPF
             AT END
                MOVE 'Y' TO WS-EXCEPF-EOF-SW
             NOT AT END
                ADD 1 TO WS-TRIAL-EXC-CNT

                MOVE SPACES             TO WS-TRIAL-EXC-LINE
                MOVE EXC-REASON-CODE    TO WS-TEX-REASON-CODE
                MOVE EXC-INPUT (1:9)    TO WS-TEX-CLIENT-ID
                MOVE EXC-INPUT (10:4)   TO WS-TEX-CLIENT-TYPE
                MOVE EXC-REASON-TEXT    TO WS-TEX-REASON-TEXT
                MOVE WS-TRIAL-EXC-LINE  TO WS-DETAIL-LINE
                PERFORM P980-WRITE-DETAIL
                THRU    P980-WRITE-DETAIL-EXIT
           END-READ
           .

       P956-LIST-NEXT-EXCEPTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A structural and control-total pass over INPUTF, ahead of the
      * CLIENT backup and load below. Data control used to splice the
      * mis-spliced transmission is caught before any CLIENT update
      * is attempted. Every group must carry the same business date
      * -- that date is what gets stamped downstream, not the machine
      * date, so a catch-up run lands in the right period. On a
      * CATCHUP card the groups may carry several dates instead, but
      * only in ascending order (P057).
      *-----------------------------------------------------------------
       P050-VALIDATE-INPUTF.

           DISPLAY 'FEED GROUPS VALIDATED...: ' WS-FEED-CNT
           DISPLAY 'FEED BUSINESS DATE......: ' WS-BUSINESS-DATE

           IF WS-CATCHUP-RUN
              DISPLAY 'CATCH-UP BUSINESS DATES.: ' WS-CATCHUP-CNT
              DISPLAY 'CATCH-UP THROUGH DATE...: ' WS-LAST-HDR-DATE
           END-IF

           IF WS-VAL-BAD GREATER ZERO
              DISPLAY 'INPUTF FAILED STRUCTURAL VALIDATION.'
              DISPLAY 'RUN TERMINATED BEFORE ANY CLIENT UPDATE.'
                 AND INPUTF-HDR-BUSINESS-DATE GREATER ZERO

                 MOVE INPUTF-HDR-FEED-ID TO WS-FEED-ID
                 MOVE INPUTF-HDR-BUSINESS-DATE
                                         TO WS-GRP-BUS-DATE

                 EVALUATE TRUE
                 WHEN WS-CATCHUP-RUN
                    PERFORM P057-NOTE-CATCHUP-DATE
                    THRU    P057-NOTE-CATCHUP-DATE-EXIT
                 WHEN WS-BUSINESS-DATE EQUAL ZEROS
                    MOVE INPUTF-HDR-BUSINESS-DATE
                    TO   WS-BUSINESS-DATE
                 WHEN INPUTF-HDR-BUSINESS-DATE
                      NOT EQUAL WS-BUSINESS-DATE
                    ADD 1 TO WS-VAL-BAD
                    DISPLAY 'FEED GROUPS DISAGREE ON BUSINESS '
                            'DATE: ' WS-FEED-ID
                 END-EVALUATE
              ELSE
                 ADD 1 TO WS-VAL-BAD
                 DISPLAY 'INVALID BUSINESS DATE ON FEED HEADER'
                          WS-FEED-ID
              END-IF

              IF WS-FEED-CNT LESS 50
                 ADD 1 TO WS-FEED-CNT
                 MOVE WS-FEED-ID
                   TO WS-FEED-TBL-ID    (WS-FEED-CNT)
                 MOVE WS-GRP-BUS-DATE
                   TO WS-FEED-TBL-DATE  (WS-FEED-CNT)
                 MOVE WS-GRP-DETAIL
                   TO WS-FEED-TBL-COUNT (WS-FEED-CNT)
                 MOVE WS-GRP-HASH
       P052-CLOSE-FEED-GROUP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Catch-up run: a header dated later than the last one opens a
      * new business date; one dated earlier means the groups were
      * stacked out of order and the run cannot work them date by
      * date.
      *-----------------------------------------------------------------
       P057-NOTE-CATCHUP-DATE.

           IF WS-BUSINESS-DATE EQUAL ZEROS
              MOVE INPUTF-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF

           EVALUATE TRUE
           WHEN INPUTF-HDR-BUSINESS-DATE LESS WS-LAST-HDR-DATE
              ADD 1 TO WS-VAL-BAD
              DISPLAY 'FEED GROUP OUT OF BUSINESS DATE ORDER: '
                       WS-FEED-ID ' ' INPUTF-HDR-BUSINESS-DATE

           WHEN INPUTF-HDR-BUSINESS-DATE GREATER WS-LAST-HDR-DATE
              MOVE INPUTF-HDR-BUSINESS-DATE TO WS-LAST-HDR-DATE

              IF WS-CATCHUP-CNT LESS 30
                 ADD 1 TO WS-CATCHUP-CNT
                 MOVE INPUTF-HDR-BUSINESS-DATE
                   TO WS-CATCHUP-DATE   (WS-CATCHUP-CNT)
                 MOVE 'N'
                   TO WS-CATCHUP-CAL-SW (WS-CATCHUP-CNT)
              ELSE
                 ADD 1 TO WS-VAL-BAD
                 DISPLAY 'TOO MANY BUSINESS DATES ON INPUTF'
              END-IF
           END-EVALUATE
           .

       P057-NOTE-CATCHUP-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Catch-up run: every CALENDF business day from the first feed
      * date through the last must have its groups on INPUTF, every
      * feed date must be a business day, and the run may not work
      * ahead of the calendar's current processing date. Anything
      * short stops the run here, before CLIENT is touched.
      *-----------------------------------------------------------------
       P058-CHECK-CATCHUP-CALENDAR.

           MOVE ZEROS TO WS-CATCHUP-BAD

           IF WS-LAST-HDR-DATE GREATER WS-RUN-DATE
              ADD 1 TO WS-CATCHUP-BAD
              DISPLAY 'CATCH-UP FEED RUNS PAST CALENDAR DATE: '
                       WS-LAST-HDR-DATE
           END-IF

           OPEN INPUT CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'OPEN CALENDF FS: ' WS-FS-CALENDF
              MOVE 'CALENDF' TO WS-ABD-FILE-DD
              MOVE WS-FS-CALENDF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-CALENDF-EOF-SW

           PERFORM P059-CHECK-CALENDAR-ROW
           THRU    P059-CHECK-CALENDAR-ROW-EXIT
              UNTIL WS-CALENDF-EOF

           CLOSE CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'CLOSE CALENDF FS:' WS-FS-CALENDF
              MOVE 'CALENDF' TO WS-ABD-FILE-DD
              MOVE WS-FS-CALENDF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE ZEROS TO WS-CATCHUP-IX

           PERFORM P086-CHECK-DATE-ON-CALENDAR
           THRU    P086-CHECK-DATE-ON-CALENDAR-EXIT
              UNTIL WS-CATCHUP-IX NOT LESS WS-CATCHUP-CNT

           IF WS-CATCHUP-BAD GREATER ZERO
              DISPLAY 'CATCH-UP FEED FAILED BUSINESS DATE CHECK.'
              DISPLAY 'RUN TERMINATED BEFORE ANY CLIENT UPDATE.'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * No date is open until the first header is met in the load;
      * a checkpoint-restart puts back the one it was inside.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WS-BUSINESS-DATE
           .

       P058-CHECK-CATCHUP-CALENDAR-EXIT.
           EXIT.

       P059-CHECK-CALENDAR-ROW.

           READ CALENDF
             AT END
                MOVE 'Y' TO WS-CALENDF-EOF-SW
             NOT AT END
                IF CAL-BUSINESS-DAY
                   AND CAL-DATE NOT LESS WS-CATCHUP-DATE (1)
                   AND CAL-DATE NOT GREATER WS-LAST-HDR-DATE

                   PERFORM P088-FIND-CATCHUP-DATE
                   THRU    P088-FIND-CATCHUP-DATE-EXIT

                   IF WS-CATCHUP-FOUND
                      MOVE 'Y' TO WS-CATCHUP-CAL-SW (WS-CATCHUP-IX)
                   ELSE
                      ADD 1 TO WS-CATCHUP-BAD
                      DISPLAY 'BUSINESS DATE MISSING FROM INPUTF: '
                               CAL-DATE
                   END-IF
                END-IF
           END-READ
           .

       P059-CHECK-CALENDAR-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Cross-run duplicate-feed guard (see FEEDHSTF.cpy): each group
      * proven by P050 is looked up by its fingerprint, and a feed

           ADD 1 TO WS-FEED-IX

           MOVE WS-FEED-TBL-ID   (WS-FEED-IX) TO FH-FEED-ID
           MOVE WS-FEED-TBL-DATE (WS-FEED-IX) TO FH-BUSINESS-DATE

           READ FEEDHSTF
             INVALID KEY

           MOVE SPACES TO REC-FEED-HISTORY
           MOVE WS-FEED-TBL-ID    (WS-FEED-IX) TO FH-FEED-ID
           MOVE WS-FEED-TBL-DATE  (WS-FEED-IX) TO FH-BUSINESS-DATE
           MOVE WS-FEED-TBL-COUNT (WS-FEED-IX) TO FH-RECORD-COUNT
           MOVE WS-FEED-TBL-HASH  (WS-FEED-IX) TO FH-HASH-TOTAL
           ACCEPT FH-RUN-DATE FROM DATE YYYYMMDD
      *-----------------------------------------------------------------
       P060-CHECK-RUN-CONTROL.

           PERFORM P062-OPEN-RUN-CONTROL
           THRU    P062-OPEN-RUN-CONTROL-EXIT

           PERFORM P063-START-BUSINESS-DATE
           THRU    P063-START-BUSINESS-DATE-EXIT
           .

       P060-CHECK-RUN-CONTROL-EXIT.
           EXIT.

       P062-OPEN-RUN-CONTROL.

           OPEN I-O RUNCTLF.

           EVALUATE TRUE
              MOVE WS-FS-RUNCTLF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P062-OPEN-RUN-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Registers the start of WS-BUSINESS-DATE -- once per run, or
      * once per date on a catch-up run.
      *-----------------------------------------------------------------
       P063-START-BUSINESS-DATE.

           PERFORM P068-CHECK-BUSINESS-DATE
           THRU    P068-CHECK-BUSINESS-DATE-EXIT

           ACCEPT WS-CLOCK-TIME FROM TIME

           END-WRITE
           .

       P063-START-BUSINESS-DATE-EXIT.
           EXIT.

       P068-CHECK-BUSINESS-DATE.

           MOVE 'COBKS03 ' TO RC-JOB-ID
           MOVE WS-BUSINESS-DATE
                          TO RC-RUN-DATE

           PERFORM P061-CHECK-PREDECESSOR
           THRU    P061-CHECK-PREDECESSOR-EXIT

           MOVE 'COBKS05 ' TO RC-JOB-ID
           MOVE WS-BUSINESS-DATE
                          TO RC-RUN-DATE

           READ RUNCTLF
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF RC-COMPLETE AND NOT WS-OVERRIDE
                   DISPLAY 'RUN ALREADY COMPLETE FOR DATE: '
                            RC-RUN-DATE
                   IF WS-CATCHUP-RUN
                      DISPLAY 'TAKE THE DATE OFF INPUTF TO CATCH UP.'
                   ELSE
                      DISPLAY 'SUPPLY OVERRIDE CARD TO RE-RUN.'
                   END-IF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF
           END-READ
           .

       P068-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       P061-CHECK-PREDECESSOR.
       P061-CHECK-PREDECESSOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A catch-up run has closed off every date but the last one as
      * it went (P081); the last is marked here like a one-date run.
      *-----------------------------------------------------------------
       P065-MARK-RUN-COMPLETE.

           IF NOT WS-CATCHUP-RUN OR WS-DATE-OPEN
              PERFORM P064-MARK-DATE-COMPLETE
              THRU    P064-MARK-DATE-COMPLETE-EXIT
           END-IF

           CLOSE RUNCTLF

           IF WS-FS-RUNCTLF NOT EQUAL '00'
              DISPLAY 'CLOSE RUNCTLF FS:' WS-FS-RUNCTLF
              MOVE 'RUNCTLF' TO WS-ABD-FILE-DD
              MOVE WS-FS-RUNCTLF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P065-MARK-RUN-COMPLETE-EXIT.
           EXIT.

       P064-MARK-DATE-COMPLETE.

           MOVE 'COBKS05 ' TO RC-JOB-ID
           MOVE WS-BUSINESS-DATE
                          TO RC-RUN-DATE
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF
           END-READ
           .

       P064-MARK-DATE-COMPLETE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       P070-GET-PARAMETERS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Catch-up run date break. A header carrying a new business date
      * closes off the date before it -- NITESUMF row, run-control
      * completion, and a checkpoint so a restart never reopens it --
      * and registers the start of the new one. Everything the load
      * stamps from here on carries the new date.
      *-----------------------------------------------------------------
       P080-SWITCH-BUSINESS-DATE.

           IF WS-DATE-OPEN
              PERFORM P081-CLOSE-BUSINESS-DATE
              THRU    P081-CLOSE-BUSINESS-DATE-EXIT
           END-IF

           MOVE INPUTF-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE

           PERFORM P063-START-BUSINESS-DATE
           THRU    P063-START-BUSINESS-DATE-EXIT

           MOVE WS-READ          TO WS-BASE-READ
           MOVE WS-INSERTED      TO WS-BASE-INSERTED
           MOVE WS-UPDATED       TO WS-BASE-UPDATED
           MOVE WS-REJECTED      TO WS-BASE-REJECTED
           MOVE WS-DELETED       TO WS-BASE-DELETED

           MOVE 'Y' TO WS-DATE-OPEN-SW

           DISPLAY 'CATCH-UP BUSINESS DATE..: ' WS-BUSINESS-DATE
           .

       P080-SWITCH-BUSINESS-DATE-EXIT.
           EXIT.

       P081-CLOSE-BUSINESS-DATE.

           PERFORM P970-WRITE-NIGHT-SUMMARY
           THRU    P970-WRITE-NIGHT-SUMMARY-EXIT

           PERFORM P064-MARK-DATE-COMPLETE
           THRU    P064-MARK-DATE-COMPLETE-EXIT

           MOVE 'N' TO WS-DATE-OPEN-SW

           DISPLAY 'BUSINESS DATE COMPLETE..: ' WS-BUSINESS-DATE

           PERFORM P959-BUILD-CHECKPOINT
           THRU    P959-BUILD-CHECKPOINT-EXIT

           PERFORM P960-WRITE-CHECKPOINT
           THRU    P960-WRITE-CHECKPOINT-EXIT
           .

       P081-CLOSE-BUSINESS-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Catch-up restart: the checkpoint put back the date the failed
      * run was inside and that date's starting totals. If the failed
      * run had already marked the date complete it stays closed, and
      * the next header opens the date after it.
      *-----------------------------------------------------------------
       P082-RESUME-BUSINESS-DATE.

           MOVE 'COBKS05 ' TO RC-JOB-ID
           MOVE WS-BUSINESS-DATE
                          TO RC-RUN-DATE

           READ RUNCTLF
             INVALID KEY
                MOVE 'S' TO RC-STATUS
           END-READ

           IF RC-COMPLETE
              DISPLAY 'RESUMED DATE ALREADY CLOSED: ' WS-BUSINESS-DATE
           ELSE
              PERFORM P063-START-BUSINESS-DATE
              THRU    P063-START-BUSINESS-DATE-EXIT

              MOVE 'Y' TO WS-DATE-OPEN-SW

              DISPLAY 'RESUMING BUSINESS DATE..: ' WS-BUSINESS-DATE
           END-IF
           .

       P082-RESUME-BUSINESS-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Catch-up run from the top: every date is checked against run
      * control before the first one is loaded, so a date already
      * complete or not yet loaded by COBKS03 stops the
      * run before any CLIENT update instead of part-way through.
      *-----------------------------------------------------------------
       P083-CHECK-CATCHUP-DATES.

           MOVE ZEROS TO WS-CATCHUP-IX

           PERFORM P084-CHECK-ONE-CATCHUP-DATE
           THRU    P084-CHECK-ONE-CATCHUP-DATE-EXIT
              UNTIL WS-CATCHUP-IX NOT LESS WS-CATCHUP-CNT

           MOVE ZEROS TO WS-BUSINESS-DATE
           .

       P083-CHECK-CATCHUP-DATES-EXIT.
           EXIT.

       P084-CHECK-ONE-CATCHUP-DATE.

           ADD 1 TO WS-CATCHUP-IX

           MOVE WS-CATCHUP-DATE (WS-CATCHUP-IX) TO WS-BUSINESS-DATE

           PERFORM P068-CHECK-BUSINESS-DATE
           THRU    P068-CHECK-BUSINESS-DATE-EXIT
           .

       P084-CHECK-ONE-CATCHUP-DATE-EXIT.
           EXIT.

       P086-CHECK-DATE-ON-CALENDAR.

           ADD 1 TO WS-CATCHUP-IX

           IF NOT WS-CATCHUP-ON-CAL (WS-CATCHUP-IX)
              ADD 1 TO WS-CATCHUP-BAD
              DISPLAY 'FEED DATE NOT A BUSINESS DAY ON CALENDF: '
                       WS-CATCHUP-DATE (WS-CATCHUP-IX)
           END-IF
           .

       P086-CHECK-DATE-ON-CALENDAR-EXIT.
           EXIT.

       P088-FIND-CATCHUP-DATE.

           MOVE 'N'   TO WS-CATCHUP-FOUND-SW
           MOVE ZEROS TO WS-CATCHUP-IX

           PERFORM P089-MATCH-CATCHUP-DATE
           THRU    P089-MATCH-CATCHUP-DATE-EXIT
              UNTIL WS-CATCHUP-FOUND
                 OR WS-CATCHUP-IX NOT LESS WS-CATCHUP-CNT
           .

       P088-FIND-CATCHUP-DATE-EXIT.
           EXIT.

       P089-MATCH-CATCHUP-DATE.

           ADD 1 TO WS-CATCHUP-IX

           IF WS-CATCHUP-DATE (WS-CATCHUP-IX) EQUAL CAL-DATE
              MOVE 'Y' TO WS-CATCHUP-FOUND-SW
           END-IF
           .

       P089-MATCH-CATCHUP-DATE-EXIT.
           EXIT.

       P100-SKIP-RESTART.

           PERFORM UNTIL WS-SKIP-CTR NOT LESS THAN WS-RESTART-COUNT
       P111-COPY-NEXT-CLIENT-EXIT.
           EXIT.

       P959-BUILD-CHECKPOINT.

           MOVE WS-READ          TO CKP-READ
           MOVE WS-INSERTED      TO CKP-INSERTED
           MOVE WS-UPDATED       TO CKP-UPDATED
           MOVE WS-REJECTED      TO CKP-REJECTED
           MOVE WS-DELETED       TO CKP-DELETED

           IF WS-DATE-OPEN
              MOVE WS-BUSINESS-DATE TO CKP-BUSINESS-DATE
           ELSE
              MOVE ZEROS            TO CKP-BUSINESS-DATE
           END-IF

           MOVE WS-BASE-READ     TO CKP-BASE-READ
           MOVE WS-BASE-INSERTED TO CKP-BASE-INSERTED
           MOVE WS-BASE-UPDATED  TO CKP-BASE-UPDATED
           MOVE WS-BASE-REJECTED TO CKP-BASE-REJECTED
           MOVE WS-BASE-DELETED  TO CKP-BASE-DELETED
           .

       P959-BUILD-CHECKPOINT-EXIT.
           EXIT.

       P960-WRITE-CHECKPOINT.

           OPEN OUTPUT CHKPTF
      * One row appended to the shared nightly run-summary dataset so
      * COBNS01 can later consolidate this run's counts alongside
      * COBKS03's and COBVBFM2's without anyone hunting through
      * separate job logs. A catch-up run writes one row per business
      * date, each carrying only that date's own counts.
      *-----------------------------------------------------------------
       P970-WRITE-NIGHT-SUMMARY.

           MOVE 'COBKS05'    TO NS-JOB-ID
           MOVE WS-BUSINESS-DATE
                             TO NS-RUN-DATE
           SUBTRACT WS-BASE-READ     FROM WS-READ
                                     GIVING NS-READ
           SUBTRACT WS-BASE-INSERTED FROM WS-INSERTED
                                     GIVING NS-INSERTED
           SUBTRACT WS-BASE-UPDATED  FROM WS-UPDATED
                                     GIVING NS-UPDATED
           SUBTRACT WS-BASE-REJECTED FROM WS-REJECTED
                                     GIVING NS-REJECTED
           SUBTRACT WS-BASE-DELETED  FROM WS-DELETED
                                     GIVING NS-DELETED

           WRITE REC-NITESUM
           END-WRITE

       P998-EVAL-CLIENT.                                                00040000

      *-----------------------------------------------------------------
      * On a trial insert the status still holds the not-found from
      * the lookup -- there was no WRITE to check.
      *-----------------------------------------------------------------
           IF WS-FS-CLIENT NOT EQUAL '00'
              AND NOT WS-TRIAL-RUN
              DISPLAY 'WRITE CLIENT FS:  ' WS-FS-CLIENT
              MOVE 'CLIENT' TO WS-ABD-FILE-DD
              MOVE WS-FS-CLIENT TO WS-ABD-FILE-STATUS

       COPY RPTWRT.

       COPY SRVJDG.

      *-----------------------------------------------------------------
      * One abend-context record is appended before the hard stop, so
      * operations can diagnose the failure from a single dataset
