      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Nightly know-your-customer review cycle. Walks CLIENT in key
      * order and, for every living client, keeps its REVCTLF row in
      * step with its risk: a client whose type-6 risk score (posted
      * by COBDF23) is at or over KS35-HIGH-SCORE is high tier and
      * cycles yearly, everyone else every three years. A client seen
      * for the first time starts its cycle tonight; a client moving
      * up to high tier has its due date pulled in to a year from its
      * last review.
      *
      * The worklist prints every review already overdue or falling
      * due within KS35-LEAD-DAYS business days, grouped high tier
      * first, with the business days counted off CALENDF so weekends
      * and holidays do not eat into a reviewer's notice.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS35.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT REVCTLF  ASSIGN TO REVCTLF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS RVC-KEY
                  FILE STATUS   IS WS-FS-REVCTLF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

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

       FD  CLIENT.

       01  REC-CLIENT.
           03  CLIENT-KEY.
            05 CLIENT-ID                 PIC  9(009) COMP.
            05 CLIENT-TYPE               PIC  9(004) COMP.
           03  CLIENT-MAIN.
            05 CLIENT-NAME               PIC  X(030).
            05 CLIENT-BDATE              PIC  X(010).
            05 CLIENT-ED-LVL             PIC  X(010).
            05 CLIENT-INCOME             PIC  S9(007)V99 COMP-3.
            05 FILLER                    PIC  X(439).
           03  CLIENT-RISK    REDEFINES  CLIENT-MAIN.
            05 CLIENT-RISK-SCORE         PIC  9(005).
            05 CLIENT-RISK-ACTIVE-OFF    PIC  9(005).
            05 CLIENT-RISK-SEVERITY      PIC  9(007).
            05 CLIENT-RISK-FRAUD-IND     PIC  X(003).
            05 CLIENT-RISK-SCORE-DATE    PIC  9(008).
            05 CLIENT-RISK-STATE-NO      PIC  X(026).
            05 FILLER                    PIC  X(440).
           03  CLIENT-STATUS  REDEFINES  CLIENT-MAIN.
            05 CLIENT-DECEASED-IND       PIC  X(001).
               88 CLIENT-DECEASED            VALUE 'Y'.
            05 CLIENT-DECEASED-DATE      PIC  9(008).
            05 CLIENT-DECEASED-CERT-NO   PIC  X(010).
            05 CLIENT-STATUS-DATE        PIC  9(008).
            05 FILLER                    PIC  X(467).

       FD  REVCTLF.

       COPY REVCTLF.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

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
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-REVCTLF             PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-CLIENTS-JUDGED         PIC 9(009) VALUE ZEROS.
           05  WS-DECEASED               PIC 9(009) VALUE ZEROS.
           05  WS-ESTABLISHED            PIC 9(009) VALUE ZEROS.
           05  WS-RETIERED               PIC 9(009) VALUE ZEROS.
           05  WS-HIGH-TIER              PIC 9(009) VALUE ZEROS.
           05  WS-STANDARD-TIER          PIC 9(009) VALUE ZEROS.
           05  WS-OVERDUE                PIC 9(009) VALUE ZEROS.
           05  WS-COMING-DUE             PIC 9(009) VALUE ZEROS.
           05  WS-OVERFLOWED             PIC 9(009) VALUE ZEROS.
           05  WS-CURRENT-ID             PIC 9(009) VALUE ZEROS.
           05  WS-NEW-TIER               PIC X(001) VALUE SPACES.
           05  WS-CYCLE-YEARS            PIC 9(001) VALUE ZEROS.
           05  WS-CAL-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-WKL-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-SECTION-IX             PIC 9(001) VALUE ZEROS.
           05  WS-SECTION-LINES          PIC 9(005) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Operational thresholds (see PARAMF.cpy); compiled defaults
      * stand when the file or the row is missing.
      *-----------------------------------------------------------------
       01  WS-PARAMETERS.
           05  WS-HIGH-SCORE             PIC 9(005) VALUE 500.
           05  WS-LEAD-DAYS              PIC 9(003) VALUE 10.

      *-----------------------------------------------------------------
      * The whole business calendar held in core, each row carrying
      * the count of business days up to and including its date, so
      * the business days between any two dates on file is one
      * subtraction.
      *-----------------------------------------------------------------
       01  WS-CAL-TABLE.
           05  WS-CAL-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-CAL-ENTRY OCCURS 4000 TIMES.
               10  WS-CAL-DATE           PIC 9(008).
               10  WS-CAL-BUS-ORD        PIC 9(005).

       01  WS-CAL-WORK.
           05  WS-BUS-ORD                PIC 9(005) VALUE ZEROS.
           05  WS-RUN-ORD                PIC 9(005) VALUE ZEROS.
           05  WS-WINDOW-ORD             PIC 9(005) VALUE ZEROS.
           05  WS-WINDOW-END             PIC 9(008) VALUE ZEROS.
           05  WS-FIND-DATE              PIC 9(008) VALUE ZEROS.
           05  WS-FIND-ORD               PIC 9(005) VALUE ZEROS.

       01  WS-DATE-WORK                  PIC 9(008) VALUE ZEROS.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY                PIC 9(004).
           05  WS-DW-MM                  PIC 9(002).
           05  WS-DW-DD                  PIC 9(002).

       01  WS-CLIENT-WORK.
           05  WS-CLI-NAME               PIC X(030) VALUE SPACES.
           05  WS-CLI-RISK-SCORE         PIC 9(005) VALUE ZEROS.
           05  WS-CLI-HAVE-T1-SW         PIC X(001) VALUE 'N'.
               88  WS-CLI-HAVE-T1            VALUE 'Y'.
           05  WS-CLI-HAVE-RISK-SW       PIC X(001) VALUE 'N'.
               88  WS-CLI-HAVE-RISK          VALUE 'Y'.
           05  WS-CLI-DECEASED-SW        PIC X(001) VALUE 'N'.
               88  WS-CLI-DECEASED           VALUE 'Y'.

      *-----------------------------------------------------------------
      * Reviews on tonight's worklist, printed by tier and state once
      * the walk is done.
      *-----------------------------------------------------------------
       01  WS-WORKLIST-TABLE.
           05  WS-WKL-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-WKL-ENTRY OCCURS 5000 TIMES.
               10  WS-WKL-CLIENT         PIC 9(009).
               10  WS-WKL-NAME           PIC X(030).
               10  WS-WKL-TIER           PIC X(001).
               10  WS-WKL-LAST-REVIEW    PIC 9(008).
               10  WS-WKL-DUE-DATE       PIC 9(008).
               10  WS-WKL-BUS-DAYS       PIC 9(005).
               10  WS-WKL-STATE          PIC X(001).

       01  WS-SECTION-WANTED.
           05  WS-SEC-TIER               PIC X(001) VALUE SPACES.
           05  WS-SEC-STATE              PIC X(001) VALUE SPACES.
           05  WS-SEC-TITLE              PIC X(040) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-PENDING-SW             PIC X(001) VALUE 'N'.
               88  WS-PENDING-CLIENT         VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-FIND-DONE-SW           PIC X(001) VALUE 'N'.
               88  WS-FIND-DONE              VALUE 'Y'.

       01  WS-WORK-LINE.
           05  WS-WKP-CLIENT-ID          PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-WKP-NAME               PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-WKP-LAST-REVIEW        PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-WKP-DUE-DATE           PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-WKP-BUS-DAYS           PIC ZZZZ9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-WKP-STATE              PIC X(008) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS35 STARTED'.

           PERFORM P050-LOAD-CALENDAR
           THRU    P050-LOAD-CALENDAR-EXIT

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P080-SET-WINDOW
           THRU    P080-SET-WINDOW-EXIT

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O REVCTLF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined review-control cluster opens with
      * file status 35 -- seed it empty and reopen, the same way the
      * CLIENT loaders initialize their cluster.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-REVCTLF EQUAL '00'
              CONTINUE
           WHEN WS-FS-REVCTLF EQUAL '35'
              DISPLAY 'EMPTY REVCTLF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT REVCTLF

              IF WS-FS-REVCTLF NOT EQUAL '00'
                 DISPLAY 'OPEN REVCTLF FS: ' WS-FS-REVCTLF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE REVCTLF

              OPEN I-O REVCTLF

              IF WS-FS-REVCTLF NOT EQUAL '00'
                 DISPLAY 'REOPEN REVCTLF FS:' WS-FS-REVCTLF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN REVCTLF FS: ' WS-FS-REVCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'KYC REVIEW WORKLIST'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS35 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'CLIENT-ID  CLIENT NAME'
                                   TO WS-COLUMN-HEADING (1:22)
           MOVE 'LAST REV  DUE DATE  BUSDY  STATE'
                                   TO WS-COLUMN-HEADING (44:32)

           MOVE LOW-VALUES TO CLIENT-KEY

           START CLIENT KEY IS NOT LESS THAN CLIENT-KEY
             INVALID KEY
                MOVE 'Y' TO WS-EOF-SW
           END-START

           PERFORM P200-GATHER-NEXT THRU P200-GATHER-NEXT-EXIT
              UNTIL WS-EOF

           IF WS-PENDING-CLIENT
              PERFORM P300-JUDGE-CLIENT
              THRU    P300-JUDGE-CLIENT-EXIT
           END-IF

           MOVE ZEROS TO WS-SECTION-IX

           PERFORM P600-PRINT-SECTION
           THRU    P600-PRINT-SECTION-EXIT
              UNTIL WS-SECTION-IX NOT LESS 4

           PERFORM P900-WRITE-TOTALS
           THRU    P900-WRITE-TOTALS-EXIT

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REVCTLF.
           IF WS-FS-REVCTLF NOT EQUAL '00'
              DISPLAY 'CLOSE REVCTLF FS:' WS-FS-REVCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'CLIENTS JUDGED....: ' WS-CLIENTS-JUDGED.
           DISPLAY 'CLIENTS DECEASED..: ' WS-DECEASED.
           DISPLAY 'REVIEWS STARTED...: ' WS-ESTABLISHED.
           DISPLAY 'CLIENTS RE-TIERED.: ' WS-RETIERED.
           DISPLAY 'HIGH TIER.........: ' WS-HIGH-TIER.
           DISPLAY 'STANDARD TIER.....: ' WS-STANDARD-TIER.
           DISPLAY 'REVIEWS OVERDUE...: ' WS-OVERDUE.
           DISPLAY 'REVIEWS COMING DUE: ' WS-COMING-DUE.
           DISPLAY 'TABLE OVERFLOWS...: ' WS-OVERFLOWED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS35 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The processing date is the CALENDF row flagged current, as in
      * every nightly job; the rest of the calendar is held so due
      * dates can be measured in business days.
      *-----------------------------------------------------------------
       P050-LOAD-CALENDAR.

           OPEN INPUT CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'OPEN CALENDF FS: ' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P056-READ-CALENDAR
           THRU    P056-READ-CALENDAR-EXIT
              UNTIL WS-CALENDF-EOF

           CLOSE CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'CLOSE CALENDF FS:' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-CAL-FOUND
              DISPLAY 'NO CURRENT DATE FLAGGED ON CALENDF'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY 'CALENDAR PROCESS DATE...: ' WS-RUN-DATE
           .

       P050-LOAD-CALENDAR-EXIT.
           EXIT.

       P056-READ-CALENDAR.

           READ CALENDF
             AT END
                MOVE 'Y' TO WS-CALENDF-EOF-SW
             NOT AT END
                IF CAL-BUSINESS-DAY
                   ADD 1 TO WS-BUS-ORD
                END-IF

                IF WS-CAL-CNT LESS 4000
                   ADD 1 TO WS-CAL-CNT
                   MOVE CAL-DATE   TO WS-CAL-DATE    (WS-CAL-CNT)
                   MOVE WS-BUS-ORD TO WS-CAL-BUS-ORD (WS-CAL-CNT)
                ELSE
                   ADD 1 TO WS-OVERFLOWED
                END-IF

                IF CAL-CURRENT-DATE
                   MOVE 'Y'        TO WS-CAL-FOUND-SW
                   MOVE CAL-DATE   TO WS-RUN-DATE
                   MOVE WS-BUS-ORD TO WS-RUN-ORD
                END-IF
           END-READ
           .

       P056-READ-CALENDAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Operational thresholds from the shared runtime parameter file
      * (see PARAMF.cpy). A missing file or missing row leaves the
      * compiled default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'KS35-HIGH-SCORE ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'KS35-HIGH-SCORE '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      AND PRM-VALUE NOT GREATER 99999
                      MOVE PRM-VALUE TO WS-HIGH-SCORE
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'KS35-HIGH-SCORE '
                   END-IF
              END-READ

              MOVE 'KS35-LEAD-DAYS  ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'KS35-LEAD-DAYS  '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE NOT LESS ZERO
                      AND PRM-VALUE NOT GREATER 999
                      MOVE PRM-VALUE TO WS-LEAD-DAYS
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'KS35-LEAD-DAYS  '
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

           DISPLAY 'HIGH-TIER SCORE IN EFFECT: ' WS-HIGH-SCORE
           DISPLAY 'LEAD BUS DAYS IN EFFECT.: ' WS-LEAD-DAYS
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The worklist window ends on the calendar date that lies
      * KS35-LEAD-DAYS business days past the processing date. A
      * calendar that does not reach that far closes the window on
      * its last row, and says so.
      *-----------------------------------------------------------------
       P080-SET-WINDOW.

           ADD WS-RUN-ORD WS-LEAD-DAYS GIVING WS-WINDOW-ORD

           MOVE ZEROS TO WS-CAL-IX
           MOVE 'N'   TO WS-FIND-DONE-SW

           PERFORM P085-SCAN-WINDOW
           THRU    P085-SCAN-WINDOW-EXIT
              UNTIL WS-CAL-IX NOT LESS WS-CAL-CNT
                 OR WS-FIND-DONE

           IF NOT WS-FIND-DONE
              MOVE WS-CAL-DATE (WS-CAL-CNT) TO WS-WINDOW-END
              DISPLAY 'CALENDF ENDS INSIDE LEAD WINDOW. WINDOW CUT'
           END-IF

           DISPLAY 'WORKLIST WINDOW ENDS....: ' WS-WINDOW-END
           .

       P080-SET-WINDOW-EXIT.
           EXIT.

       P085-SCAN-WINDOW.

           ADD 1 TO WS-CAL-IX

           IF WS-CAL-DATE (WS-CAL-IX) NOT LESS WS-RUN-DATE
              AND WS-CAL-BUS-ORD (WS-CAL-IX) NOT LESS WS-WINDOW-ORD
              MOVE 'Y'                      TO WS-FIND-DONE-SW
              MOVE WS-CAL-DATE (WS-CAL-IX)  TO WS-WINDOW-END
           END-IF
           .

       P085-SCAN-WINDOW-EXIT.
           EXIT.

       P200-GATHER-NEXT.

           READ CLIENT NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                IF CLIENT-ID EQUAL ZERO AND CLIENT-TYPE EQUAL ZERO
                   CONTINUE
                ELSE
                   IF WS-PENDING-CLIENT
                      AND CLIENT-ID NOT EQUAL WS-CURRENT-ID
                      PERFORM P300-JUDGE-CLIENT
                      THRU    P300-JUDGE-CLIENT-EXIT
                   END-IF

                   PERFORM P210-NOTE-TYPE-ROW
                   THRU    P210-NOTE-TYPE-ROW-EXIT
                END-IF
           END-READ
           .

       P200-GATHER-NEXT-EXIT.
           EXIT.

       P210-NOTE-TYPE-ROW.

           IF NOT WS-PENDING-CLIENT
              MOVE CLIENT-ID TO WS-CURRENT-ID
              MOVE SPACES    TO WS-CLI-NAME
              MOVE ZEROS     TO WS-CLI-RISK-SCORE
              MOVE 'N'       TO WS-CLI-HAVE-T1-SW
                                WS-CLI-HAVE-RISK-SW
                                WS-CLI-DECEASED-SW
              MOVE 'Y'       TO WS-PENDING-SW
           END-IF

           EVALUATE TRUE
           WHEN CLIENT-TYPE EQUAL 1
              MOVE 'Y'               TO WS-CLI-HAVE-T1-SW
              MOVE CLIENT-NAME       TO WS-CLI-NAME
           WHEN CLIENT-TYPE EQUAL 6
              MOVE 'Y'               TO WS-CLI-HAVE-RISK-SW
              MOVE CLIENT-RISK-SCORE TO WS-CLI-RISK-SCORE
           WHEN CLIENT-TYPE EQUAL 7
              IF CLIENT-DECEASED
                 MOVE 'Y'            TO WS-CLI-DECEASED-SW
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .

       P210-NOTE-TYPE-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One client per id break: settle its tier, bring its control
      * row into line, then test the due date against the window. A
      * deceased client has nobody left to review and is counted
      * through.
      *-----------------------------------------------------------------
       P300-JUDGE-CLIENT.

           EVALUATE TRUE
           WHEN NOT WS-CLI-HAVE-T1
              CONTINUE
           WHEN WS-CLI-DECEASED
              ADD 1 TO WS-DECEASED
           WHEN OTHER
              ADD 1 TO WS-CLIENTS-JUDGED

              IF WS-CLI-HAVE-RISK
                 AND WS-CLI-RISK-SCORE NOT LESS WS-HIGH-SCORE
                 MOVE 'H' TO WS-NEW-TIER
                 ADD 1    TO WS-HIGH-TIER
              ELSE
                 MOVE 'S' TO WS-NEW-TIER
                 ADD 1    TO WS-STANDARD-TIER
              END-IF

              PERFORM P310-SETTLE-CONTROL-ROW
              THRU    P310-SETTLE-CONTROL-ROW-EXIT

              IF RVC-NEXT-DUE-DATE NOT GREATER WS-WINDOW-END
                 PERFORM P400-HOLD-WORKLIST
                 THRU    P400-HOLD-WORKLIST-EXIT
              END-IF
           END-EVALUATE

           MOVE 'N' TO WS-PENDING-SW
           .

       P300-JUDGE-CLIENT-EXIT.
           EXIT.

       P310-SETTLE-CONTROL-ROW.

           MOVE WS-CURRENT-ID TO RVC-CLIENT-ID

           READ REVCTLF
             INVALID KEY
                MOVE SPACES        TO REC-REVIEW-CONTROL
                MOVE WS-CURRENT-ID TO RVC-CLIENT-ID
                MOVE WS-NEW-TIER   TO RVC-RISK-TIER
                MOVE ZEROS         TO RVC-LAST-REVIEW-DATE
                MOVE WS-RUN-DATE   TO RVC-ESTABLISHED-DATE
                                      WS-DATE-WORK

                PERFORM P320-ADD-CYCLE
                THRU    P320-ADD-CYCLE-EXIT

                MOVE WS-DATE-WORK  TO RVC-NEXT-DUE-DATE

                WRITE REC-REVIEW-CONTROL
                END-WRITE

                IF WS-FS-REVCTLF NOT EQUAL '00'
                   DISPLAY 'WRITE REVCTLF FS:' WS-FS-REVCTLF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-ESTABLISHED

             NOT INVALID KEY
                IF RVC-RISK-TIER NOT EQUAL WS-NEW-TIER
                   PERFORM P330-RETIER
                   THRU    P330-RETIER-EXIT
                END-IF
           END-READ
           .

       P310-SETTLE-CONTROL-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WS-DATE-WORK advanced by the tier's cycle in whole years; a
      * 29 February start lands on 28 February.
      *-----------------------------------------------------------------
       P320-ADD-CYCLE.

           IF WS-NEW-TIER EQUAL 'H'
              MOVE 1 TO WS-CYCLE-YEARS
           ELSE
              MOVE 3 TO WS-CYCLE-YEARS
           END-IF

           ADD WS-CYCLE-YEARS TO WS-DW-YYYY

           IF WS-DW-MM EQUAL 2 AND WS-DW-DD EQUAL 29
              MOVE 28 TO WS-DW-DD
           END-IF
           .

       P320-ADD-CYCLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A move up to high tier pulls the due date in to one year past
      * the last review (or past the day the cycle started, for a
      * client not yet reviewed). A move down leaves the due date
      * alone; the next completed review rolls it three years.
      *-----------------------------------------------------------------
       P330-RETIER.

           MOVE WS-NEW-TIER TO RVC-RISK-TIER

           IF RVC-TIER-HIGH
              IF RVC-LAST-REVIEW-DATE GREATER ZERO
                 MOVE RVC-LAST-REVIEW-DATE TO WS-DATE-WORK
              ELSE
                 MOVE RVC-ESTABLISHED-DATE TO WS-DATE-WORK
              END-IF

              PERFORM P320-ADD-CYCLE
              THRU    P320-ADD-CYCLE-EXIT

              IF WS-DATE-WORK LESS RVC-NEXT-DUE-DATE
                 MOVE WS-DATE-WORK TO RVC-NEXT-DUE-DATE
              END-IF
           END-IF

           REWRITE REC-REVIEW-CONTROL
           END-REWRITE

           IF WS-FS-REVCTLF NOT EQUAL '00'
              DISPLAY 'REWRITE REVCTLF FS:' WS-FS-REVCTLF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-RETIERED
           .

       P330-RETIER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Business days are measured on the held calendar: overdue by
      * the business days since the due date, coming due by the
      * business days still to run. A due date older than the first
      * calendar row held counts from that row.
      *-----------------------------------------------------------------
       P400-HOLD-WORKLIST.

           IF WS-WKL-CNT NOT LESS 5000
              ADD 1 TO WS-OVERFLOWED
           ELSE
              ADD 1 TO WS-WKL-CNT

              MOVE WS-CURRENT-ID        TO WS-WKL-CLIENT (WS-WKL-CNT)
              MOVE WS-CLI-NAME          TO WS-WKL-NAME   (WS-WKL-CNT)
              MOVE RVC-RISK-TIER        TO WS-WKL-TIER   (WS-WKL-CNT)
              MOVE RVC-LAST-REVIEW-DATE
                                   TO WS-WKL-LAST-REVIEW (WS-WKL-CNT)
              MOVE RVC-NEXT-DUE-DATE
                                   TO WS-WKL-DUE-DATE    (WS-WKL-CNT)

              MOVE RVC-NEXT-DUE-DATE TO WS-FIND-DATE

              PERFORM P410-FIND-BUS-ORD
              THRU    P410-FIND-BUS-ORD-EXIT

              IF RVC-NEXT-DUE-DATE LESS WS-RUN-DATE
                 MOVE 'O' TO WS-WKL-STATE (WS-WKL-CNT)
                 SUBTRACT WS-FIND-ORD FROM WS-RUN-ORD
                    GIVING WS-WKL-BUS-DAYS (WS-WKL-CNT)
                 ADD 1 TO WS-OVERDUE
              ELSE
                 MOVE 'D' TO WS-WKL-STATE (WS-WKL-CNT)
                 SUBTRACT WS-RUN-ORD FROM WS-FIND-ORD
                    GIVING WS-WKL-BUS-DAYS (WS-WKL-CNT)
                 ADD 1 TO WS-COMING-DUE
              END-IF
           END-IF
           .

       P400-HOLD-WORKLIST-EXIT.
           EXIT.

       P410-FIND-BUS-ORD.

           MOVE ZEROS TO WS-CAL-IX
                         WS-FIND-ORD
           MOVE 'N'   TO WS-FIND-DONE-SW

           PERFORM P415-SCAN-CAL-DATE
           THRU    P415-SCAN-CAL-DATE-EXIT
              UNTIL WS-CAL-IX NOT LESS WS-CAL-CNT
                 OR WS-FIND-DONE
           .

       P410-FIND-BUS-ORD-EXIT.
           EXIT.

       P415-SCAN-CAL-DATE.

           ADD 1 TO WS-CAL-IX

           IF WS-CAL-DATE (WS-CAL-IX) GREATER WS-FIND-DATE
              MOVE 'Y' TO WS-FIND-DONE-SW
           ELSE
              MOVE WS-CAL-BUS-ORD (WS-CAL-IX) TO WS-FIND-ORD
           END-IF
           .

       P415-SCAN-CAL-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Four sections in order: high tier overdue, high tier coming
      * due, standard overdue, standard coming due.
      *-----------------------------------------------------------------
       P600-PRINT-SECTION.

           ADD 1 TO WS-SECTION-IX

           EVALUATE WS-SECTION-IX
           WHEN 1
              MOVE 'H' TO WS-SEC-TIER
              MOVE 'O' TO WS-SEC-STATE
              MOVE 'HIGH RISK TIER - OVERDUE'     TO WS-SEC-TITLE
           WHEN 2
              MOVE 'H' TO WS-SEC-TIER
              MOVE 'D' TO WS-SEC-STATE
              MOVE 'HIGH RISK TIER - COMING DUE'  TO WS-SEC-TITLE
           WHEN 3
              MOVE 'S' TO WS-SEC-TIER
              MOVE 'O' TO WS-SEC-STATE
              MOVE 'STANDARD TIER - OVERDUE'      TO WS-SEC-TITLE
           WHEN OTHER
              MOVE 'S' TO WS-SEC-TIER
              MOVE 'D' TO WS-SEC-STATE
              MOVE 'STANDARD TIER - COMING DUE'   TO WS-SEC-TITLE
           END-EVALUATE

           MOVE SPACES       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-SEC-TITLE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-WKL-IX
                         WS-SECTION-LINES

           PERFORM P610-PRINT-IF-SECTION
           THRU    P610-PRINT-IF-SECTION-EXIT
              UNTIL WS-WKL-IX NOT LESS WS-WKL-CNT

           IF WS-SECTION-LINES EQUAL ZERO
              MOVE '  NONE' TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P600-PRINT-SECTION-EXIT.
           EXIT.

       P610-PRINT-IF-SECTION.

           ADD 1 TO WS-WKL-IX

           IF WS-WKL-TIER  (WS-WKL-IX) EQUAL WS-SEC-TIER
              AND WS-WKL-STATE (WS-WKL-IX) EQUAL WS-SEC-STATE

              MOVE WS-WKL-CLIENT      (WS-WKL-IX) TO WS-WKP-CLIENT-ID
              MOVE WS-WKL-NAME        (WS-WKL-IX) TO WS-WKP-NAME
              MOVE WS-WKL-LAST-REVIEW (WS-WKL-IX) TO WS-WKP-LAST-REVIEW
              MOVE WS-WKL-DUE-DATE    (WS-WKL-IX) TO WS-WKP-DUE-DATE
              MOVE WS-WKL-BUS-DAYS    (WS-WKL-IX) TO WS-WKP-BUS-DAYS

              IF WS-SEC-STATE EQUAL 'O'
                 MOVE 'OVERDUE'  TO WS-WKP-STATE
              ELSE
                 MOVE 'DUE'      TO WS-WKP-STATE
              END-IF

              MOVE WS-WORK-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              ADD 1 TO WS-SECTION-LINES
           END-IF
           .

       P610-PRINT-IF-SECTION-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CLIENTS JUDGED'    TO WS-RPT-CNT-LABEL
           MOVE WS-CLIENTS-JUDGED   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'HIGH TIER'         TO WS-RPT-CNT-LABEL
           MOVE WS-HIGH-TIER        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'STANDARD TIER'     TO WS-RPT-CNT-LABEL
           MOVE WS-STANDARD-TIER    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REVIEWS STARTED'   TO WS-RPT-CNT-LABEL
           MOVE WS-ESTABLISHED      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CLIENTS RE-TIERED' TO WS-RPT-CNT-LABEL
           MOVE WS-RETIERED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REVIEWS OVERDUE'   TO WS-RPT-CNT-LABEL
           MOVE WS-OVERDUE          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REVIEWS COMING DUE' TO WS-RPT-CNT-LABEL
           MOVE WS-COMING-DUE       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CLIENTS DECEASED'  TO WS-RPT-CNT-LABEL
           MOVE WS-DECEASED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'TABLE OVERFLOWS'   TO WS-RPT-CNT-LABEL
           MOVE WS-OVERFLOWED       TO WS-RPT-CNT-VALUE
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
