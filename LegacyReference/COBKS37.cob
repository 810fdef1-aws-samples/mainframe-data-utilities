      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Address-change velocity alert. Account takeover usually opens
      * with a quiet change of address or contact details, so each
      * night this scans AUDITF for type-2 (address) and type-3
      * (contact) updates whose business date falls inside the
      * rolling KS37-WINDOW-DAYS window, and raises an alert for a
      * CLIENT-ID that
      *   - has more than KS37-CHANGE-MAX such updates in the window,
      *     or
      *   - had its address and its contact details changed within
      *     KS37-PAIR-DAYS of each other.
      * Each alert prints every change in the window with the before
      * and after image side by side, a '*' marking the lines that
      * moved, so the fraud desk can ring the client on the number
      * held before the change.
      *
      * Only updates count: an insert is how a new client's rows
      * arrive, and a new client would otherwise alert on day one.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS37.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT AUDITF   ASSIGN TO AUDITF
                  FILE STATUS IS WS-FS-AUDITF.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

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

       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

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
           05  WS-FS-AUDITF              PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-ROWS-READ              PIC 9(009) VALUE ZEROS.
           05  WS-ROWS-IN-WINDOW         PIC 9(009) VALUE ZEROS.
           05  WS-CLIENTS-CHANGED        PIC 9(009) VALUE ZEROS.
           05  WS-VELOCITY-ALERTS        PIC 9(009) VALUE ZEROS.
           05  WS-PAIR-ALERTS            PIC 9(009) VALUE ZEROS.
           05  WS-CLIENTS-ALERTED        PIC 9(009) VALUE ZEROS.
           05  WS-OVERFLOWED             PIC 9(009) VALUE ZEROS.
           05  WS-CHG-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-CHG-IX2                PIC 9(004) VALUE ZEROS.
           05  WS-VEL-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-FOUND-IX               PIC 9(004) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Operational thresholds (see PARAMF.cpy); compiled defaults
      * stand when the file or the row is missing.
      *-----------------------------------------------------------------
       01  WS-PARAMETERS.
           05  WS-WINDOW-DAYS            PIC 9(003) VALUE 30.
           05  WS-CHANGE-MAX             PIC 9(003) VALUE 2.
           05  WS-PAIR-DAYS              PIC 9(003) VALUE 5.

      *-----------------------------------------------------------------
      * Day numbers on the 360-day pseudo-julian count the batch
      * programs share (see COBKS25).
      *-----------------------------------------------------------------
       01  WS-REC-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-REC-DATE-X REDEFINES WS-REC-DATE.
           05  WS-REC-YYYY               PIC 9(004).
           05  WS-REC-MM                 PIC 9(002).
           05  WS-REC-DD                 PIC 9(002).

       01  WS-AGE-CALC.
           05  WS-RUN-DAYNO              PIC 9(007) VALUE ZEROS.
           05  WS-REC-DAYNO              PIC 9(007) VALUE ZEROS.
           05  WS-AGE-DAYS               PIC S9(007) VALUE ZEROS.
           05  WS-GAP-DAYS               PIC S9(007) VALUE ZEROS.
           05  WS-T1                     PIC 9(007) VALUE ZEROS.
           05  WS-T2                     PIC 9(007) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Address and contact updates inside the window, in AUDITF
      * (that is, date) order. Only the leading bytes of each image
      * matter: the address fields end at byte 71, contact at 50.
      *-----------------------------------------------------------------
       01  WS-CHANGE-TABLE.
           05  WS-CHG-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-CHG-ENTRY OCCURS 5000 TIMES.
               10  WS-CHG-VEL-IX         PIC 9(004).
               10  WS-CHG-TYPE           PIC 9(004).
               10  WS-CHG-DATE           PIC 9(008).
               10  WS-CHG-DAYNO          PIC 9(007).
               10  WS-CHG-BEFORE         PIC X(071).
               10  WS-CHG-AFTER          PIC X(071).

      *-----------------------------------------------------------------
      * One row per client with a change in the window.
      *-----------------------------------------------------------------
       01  WS-VELOCITY-TABLE.
           05  WS-VEL-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-VEL-ENTRY OCCURS 3000 TIMES.
               10  WS-VEL-CLIENT         PIC 9(009).
               10  WS-VEL-CHANGES        PIC 9(004).
               10  WS-VEL-ADDR-CNT       PIC 9(004).
               10  WS-VEL-CONT-CNT       PIC 9(004).
               10  WS-VEL-VELOCITY-SW    PIC X(001).
               10  WS-VEL-PAIR-SW        PIC X(001).

      *-----------------------------------------------------------------
      * The two images of the change being printed, viewed through
      * the CLIENT-MAIN address and contact shapes.
      *-----------------------------------------------------------------
       01  WS-BEFORE-VIEW.
           03  WS-BFV-MAIN               PIC X(071).
           03  WS-BFV-ADDRESS REDEFINES  WS-BFV-MAIN.
            05 WS-BFV-ADDR-NUMBER        PIC  9(009) COMP.
            05 WS-BFV-ADDR-STREET        PIC  X(040).
            05 WS-BFV-ADDR-CITY          PIC  X(020).
            05 WS-BFV-ADDR-STATE         PIC  X(002).
            05 WS-BFV-ADDR-ZIP           PIC  X(005).
           03  WS-BFV-CONTACT REDEFINES  WS-BFV-MAIN.
            05 WS-BFV-PHONE              PIC  X(012).
            05 WS-BFV-EMAIL              PIC  X(038).
            05 FILLER                    PIC  X(021).

       01  WS-AFTER-VIEW.
           03  WS-AFV-MAIN               PIC X(071).
           03  WS-AFV-ADDRESS REDEFINES  WS-AFV-MAIN.
            05 WS-AFV-ADDR-NUMBER        PIC  9(009) COMP.
            05 WS-AFV-ADDR-STREET        PIC  X(040).
            05 WS-AFV-ADDR-CITY          PIC  X(020).
            05 WS-AFV-ADDR-STATE         PIC  X(002).
            05 WS-AFV-ADDR-ZIP           PIC  X(005).
           03  WS-AFV-CONTACT REDEFINES  WS-AFV-MAIN.
            05 WS-AFV-PHONE              PIC  X(012).
            05 WS-AFV-EMAIL              PIC  X(038).
            05 FILLER                    PIC  X(021).

       01  WS-ADDR-NO-EDIT               PIC Z(08)9.

       01  WS-SWITCHES.
           05  WS-AUDITF-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-AUDITF-EOF             VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-PAIR-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-PAIR-FOUND             VALUE 'Y'.

       01  WS-ALERT-LINE.
           05  FILLER                    PIC X(007) VALUE 'CLIENT '.
           05  WS-ALP-CLIENT-ID          PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ALP-NAME               PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ALP-CHANGES            PIC ZZZ9 VALUE SPACES.
           05  FILLER                    PIC X(008) VALUE ' CHANGES'.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ALP-VELOCITY           PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-ALP-PAIR               PIC X(004) VALUE SPACES.

       01  WS-CHANGE-HDG-LINE.
           05  FILLER                    PIC X(003) VALUE SPACES.
           05  WS-CHP-WHAT               PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-CHP-DATE               PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Side-by-side image line: a two-character field tag and a '*'
      * when the field changed, then the before and after values.
      *-----------------------------------------------------------------
       01  WS-IMAGE-LINE.
           05  WS-IMP-TAG                PIC X(002) VALUE SPACES.
           05  WS-IMP-MARK               PIC X(001) VALUE SPACES.
           05  WS-IMP-BEFORE             PIC X(038) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-IMP-AFTER              PIC X(038) VALUE SPACES.

       01  WS-IMAGE-WORK.
           05  WS-IMW-BEFORE             PIC X(040) VALUE SPACES.
           05  WS-IMW-AFTER              PIC X(040) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS37 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           MOVE WS-RUN-DATE TO WS-REC-DATE

           MULTIPLY WS-REC-YYYY BY 360 GIVING WS-T1
           MULTIPLY WS-REC-MM   BY 30  GIVING WS-T2
           ADD      WS-T1 WS-T2 WS-REC-DD GIVING WS-RUN-DAYNO

           OPEN INPUT AUDITF.

           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'OPEN AUDITF  FS: ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'ADDRESS/CONTACT CHANGE VELOCITY ALERTS'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS37 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'BEFORE'           TO WS-COLUMN-HEADING (4:6)
           MOVE 'AFTER'            TO WS-COLUMN-HEADING (43:5)

           PERFORM P100-LOAD-CHANGES THRU P100-LOAD-CHANGES-EXIT
              UNTIL WS-AUDITF-EOF

           MOVE ZEROS TO WS-VEL-IX

           PERFORM P200-JUDGE-CLIENT THRU P200-JUDGE-CLIENT-EXIT
              UNTIL WS-VEL-IX NOT LESS WS-VEL-CNT

           IF WS-CLIENTS-ALERTED EQUAL ZERO
              MOVE 'NO ALERTS' TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           PERFORM P900-WRITE-TOTALS
           THRU    P900-WRITE-TOTALS-EXIT

           CLOSE AUDITF.
           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'CLOSE AUDITF FS: ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'AUDIT ROWS READ...: ' WS-ROWS-READ.
           DISPLAY 'CHANGES IN WINDOW.: ' WS-ROWS-IN-WINDOW.
           DISPLAY 'CLIENTS CHANGED...: ' WS-CLIENTS-CHANGED.
           DISPLAY 'VELOCITY ALERTS...: ' WS-VELOCITY-ALERTS.
           DISPLAY 'ADDR+CONTACT PAIRS: ' WS-PAIR-ALERTS.
           DISPLAY 'CLIENTS ALERTED...: ' WS-CLIENTS-ALERTED.
           DISPLAY 'TABLE OVERFLOWS...: ' WS-OVERFLOWED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS37 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The processing date is the CALENDF row flagged current.
      *-----------------------------------------------------------------
       P055-GET-PROCESS-DATE.

           OPEN INPUT CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'OPEN CALENDF FS: ' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P056-READ-CALENDAR
           THRU    P056-READ-CALENDAR-EXIT
              UNTIL WS-CAL-FOUND OR WS-CALENDF-EOF

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

       P055-GET-PROCESS-DATE-EXIT.
           EXIT.

       P056-READ-CALENDAR.

           READ CALENDF
             AT END
                MOVE 'Y' TO WS-CALENDF-EOF-SW
             NOT AT END
                IF CAL-CURRENT-DATE
                   MOVE 'Y'      TO WS-CAL-FOUND-SW
                   MOVE CAL-DATE TO WS-RUN-DATE
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
              MOVE 'KS37-WINDOW-DAYS' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'KS37-WINDOW-DAYS'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      AND PRM-VALUE NOT GREATER 360
                      MOVE PRM-VALUE TO WS-WINDOW-DAYS
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'KS37-WINDOW-DAYS'
                   END-IF
              END-READ

              MOVE 'KS37-CHANGE-MAX ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'KS37-CHANGE-MAX '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      AND PRM-VALUE NOT GREATER 999
                      MOVE PRM-VALUE TO WS-CHANGE-MAX
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'KS37-CHANGE-MAX '
                   END-IF
              END-READ

              MOVE 'KS37-PAIR-DAYS  ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'KS37-PAIR-DAYS  '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE NOT LESS ZERO
                      AND PRM-VALUE NOT GREATER 360
                      MOVE PRM-VALUE TO WS-PAIR-DAYS
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'KS37-PAIR-DAYS  '
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

           DISPLAY 'WINDOW DAYS IN EFFECT...: ' WS-WINDOW-DAYS
           DISPLAY 'CHANGE LIMIT IN EFFECT..: ' WS-CHANGE-MAX
           DISPLAY 'PAIR DAYS IN EFFECT.....: ' WS-PAIR-DAYS
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A row is in the window when its business date is no later
      * than the processing date and fewer than KS37-WINDOW-DAYS
      * before it. A re-sent row that left the fields as they were
      * is no change, and rows whose date fails the numeric edit are
      * passed over.
      *-----------------------------------------------------------------
       P100-LOAD-CHANGES.

           READ AUDITF
             AT END
                MOVE 'Y' TO WS-AUDITF-EOF-SW
             NOT AT END
                ADD 1 TO WS-ROWS-READ

                IF AUD-UPDATE
                   AND (AUD-CLIENT-TYPE EQUAL 2
                     OR AUD-CLIENT-TYPE EQUAL 3)
                   AND AUD-BEFORE-IMAGE (1:71)
                       NOT EQUAL AUD-AFTER-IMAGE (1:71)
                   AND AUD-BUSINESS-DATE NUMERIC
                   AND AUD-BUSINESS-DATE GREATER ZERO

                   MOVE AUD-BUSINESS-DATE TO WS-REC-DATE

                   MULTIPLY WS-REC-YYYY BY 360 GIVING WS-T1
                   MULTIPLY WS-REC-MM   BY 30  GIVING WS-T2
                   ADD      WS-T1 WS-T2 WS-REC-DD GIVING WS-REC-DAYNO

                   SUBTRACT WS-REC-DAYNO FROM WS-RUN-DAYNO
                      GIVING WS-AGE-DAYS

                   IF WS-AGE-DAYS NOT LESS ZERO
                      AND WS-AGE-DAYS LESS WS-WINDOW-DAYS
                      PERFORM P110-HOLD-CHANGE
                      THRU    P110-HOLD-CHANGE-EXIT
                   END-IF
                END-IF
           END-READ
           .

       P100-LOAD-CHANGES-EXIT.
           EXIT.

       P110-HOLD-CHANGE.

           MOVE ZEROS TO WS-VEL-IX
                         WS-FOUND-IX

           PERFORM P120-FIND-CLIENT THRU P120-FIND-CLIENT-EXIT
              UNTIL WS-VEL-IX NOT LESS WS-VEL-CNT
                 OR WS-FOUND-IX GREATER ZERO

           IF WS-FOUND-IX EQUAL ZERO
              IF WS-VEL-CNT LESS 3000
                 ADD 1 TO WS-VEL-CNT
                 MOVE WS-VEL-CNT     TO WS-FOUND-IX
                 MOVE AUD-CLIENT-ID  TO WS-VEL-CLIENT (WS-FOUND-IX)
                 MOVE ZEROS          TO WS-VEL-CHANGES  (WS-FOUND-IX)
                                        WS-VEL-ADDR-CNT (WS-FOUND-IX)
                                        WS-VEL-CONT-CNT (WS-FOUND-IX)
                 MOVE 'N'         TO WS-VEL-VELOCITY-SW (WS-FOUND-IX)
                                     WS-VEL-PAIR-SW     (WS-FOUND-IX)
              END-IF
           END-IF

           IF WS-FOUND-IX EQUAL ZERO
              OR WS-CHG-CNT NOT LESS 5000
              ADD 1 TO WS-OVERFLOWED
           ELSE
              ADD 1 TO WS-ROWS-IN-WINDOW
              ADD 1 TO WS-CHG-CNT

              MOVE WS-FOUND-IX       TO WS-CHG-VEL-IX (WS-CHG-CNT)
              MOVE AUD-CLIENT-TYPE   TO WS-CHG-TYPE   (WS-CHG-CNT)
              MOVE AUD-BUSINESS-DATE TO WS-CHG-DATE   (WS-CHG-CNT)
              MOVE WS-REC-DAYNO      TO WS-CHG-DAYNO  (WS-CHG-CNT)
              MOVE AUD-BEFORE-IMAGE (1:71)
                                     TO WS-CHG-BEFORE (WS-CHG-CNT)
              MOVE AUD-AFTER-IMAGE  (1:71)
                                     TO WS-CHG-AFTER  (WS-CHG-CNT)

              ADD 1 TO WS-VEL-CHANGES (WS-FOUND-IX)

              IF AUD-CLIENT-TYPE EQUAL 2
                 ADD 1 TO WS-VEL-ADDR-CNT (WS-FOUND-IX)
              ELSE
                 ADD 1 TO WS-VEL-CONT-CNT (WS-FOUND-IX)
              END-IF
           END-IF
           .

       P110-HOLD-CHANGE-EXIT.
           EXIT.

       P120-FIND-CLIENT.

           ADD 1 TO WS-VEL-IX

           IF WS-VEL-CLIENT (WS-VEL-IX) EQUAL AUD-CLIENT-ID
              MOVE WS-VEL-IX TO WS-FOUND-IX
           END-IF
           .

       P120-FIND-CLIENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One client at a time: the velocity test is a count; the pair
      * test looks for any address change and contact change no more
      * than KS37-PAIR-DAYS apart, in either order.
      *-----------------------------------------------------------------
       P200-JUDGE-CLIENT.

           ADD 1 TO WS-VEL-IX
           ADD 1 TO WS-CLIENTS-CHANGED

           IF WS-VEL-CHANGES (WS-VEL-IX) GREATER WS-CHANGE-MAX
              MOVE 'Y' TO WS-VEL-VELOCITY-SW (WS-VEL-IX)
              ADD 1    TO WS-VELOCITY-ALERTS
           END-IF

           IF WS-VEL-ADDR-CNT (WS-VEL-IX) GREATER ZERO
              AND WS-VEL-CONT-CNT (WS-VEL-IX) GREATER ZERO
              MOVE 'N'   TO WS-PAIR-FOUND-SW
              MOVE ZEROS TO WS-CHG-IX

              PERFORM P210-SCAN-ADDRESS THRU P210-SCAN-ADDRESS-EXIT
                 UNTIL WS-CHG-IX NOT LESS WS-CHG-CNT
                    OR WS-PAIR-FOUND

              IF WS-PAIR-FOUND
                 MOVE 'Y' TO WS-VEL-PAIR-SW (WS-VEL-IX)
                 ADD 1    TO WS-PAIR-ALERTS
              END-IF
           END-IF

           IF WS-VEL-VELOCITY-SW (WS-VEL-IX) EQUAL 'Y'
              OR WS-VEL-PAIR-SW (WS-VEL-IX) EQUAL 'Y'
              ADD 1 TO WS-CLIENTS-ALERTED

              PERFORM P300-PRINT-ALERT THRU P300-PRINT-ALERT-EXIT
           END-IF
           .

       P200-JUDGE-CLIENT-EXIT.
           EXIT.

       P210-SCAN-ADDRESS.

           ADD 1 TO WS-CHG-IX

           IF WS-CHG-VEL-IX (WS-CHG-IX) EQUAL WS-VEL-IX
              AND WS-CHG-TYPE (WS-CHG-IX) EQUAL 2
              MOVE ZEROS TO WS-CHG-IX2

              PERFORM P220-SCAN-CONTACT THRU P220-SCAN-CONTACT-EXIT
                 UNTIL WS-CHG-IX2 NOT LESS WS-CHG-CNT
                    OR WS-PAIR-FOUND
           END-IF
           .

       P210-SCAN-ADDRESS-EXIT.
           EXIT.

       P220-SCAN-CONTACT.

           ADD 1 TO WS-CHG-IX2

           IF WS-CHG-VEL-IX (WS-CHG-IX2) EQUAL WS-VEL-IX
              AND WS-CHG-TYPE (WS-CHG-IX2) EQUAL 3

              SUBTRACT WS-CHG-DAYNO (WS-CHG-IX2)
                  FROM WS-CHG-DAYNO (WS-CHG-IX)
                GIVING WS-GAP-DAYS

              IF WS-GAP-DAYS LESS ZERO
                 MULTIPLY -1 BY WS-GAP-DAYS
              END-IF

              IF WS-GAP-DAYS NOT GREATER WS-PAIR-DAYS
                 MOVE 'Y' TO WS-PAIR-FOUND-SW
              END-IF
           END-IF
           .

       P220-SCAN-CONTACT-EXIT.
           EXIT.

       P300-PRINT-ALERT.

           MOVE SPACES TO WS-ALP-NAME
                          WS-ALP-VELOCITY
                          WS-ALP-PAIR

           MOVE WS-VEL-CLIENT (WS-VEL-IX) TO CLIENT-ID
           MOVE 1                         TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                MOVE '** NOT ON CLIENT FILE **' TO WS-ALP-NAME
             NOT INVALID KEY
                MOVE CLIENT-NAME               TO WS-ALP-NAME
           END-READ

           MOVE WS-VEL-CLIENT  (WS-VEL-IX) TO WS-ALP-CLIENT-ID
           MOVE WS-VEL-CHANGES (WS-VEL-IX) TO WS-ALP-CHANGES

           IF WS-VEL-VELOCITY-SW (WS-VEL-IX) EQUAL 'Y'
              MOVE 'VELOCITY'              TO WS-ALP-VELOCITY
           END-IF

           IF WS-VEL-PAIR-SW (WS-VEL-IX) EQUAL 'Y'
              MOVE 'PAIR'                  TO WS-ALP-PAIR
           END-IF

           MOVE SPACES        TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-ALERT-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-CHG-IX

           PERFORM P310-PRINT-CHANGE THRU P310-PRINT-CHANGE-EXIT
              UNTIL WS-CHG-IX NOT LESS WS-CHG-CNT
           .

       P300-PRINT-ALERT-EXIT.
           EXIT.

       P310-PRINT-CHANGE.

           ADD 1 TO WS-CHG-IX

           IF WS-CHG-VEL-IX (WS-CHG-IX) EQUAL WS-VEL-IX

              MOVE WS-CHG-BEFORE (WS-CHG-IX) TO WS-BFV-MAIN
              MOVE WS-CHG-AFTER  (WS-CHG-IX) TO WS-AFV-MAIN
              MOVE WS-CHG-DATE   (WS-CHG-IX) TO WS-CHP-DATE

              IF WS-CHG-TYPE (WS-CHG-IX) EQUAL 2
                 MOVE 'ADDRESS'              TO WS-CHP-WHAT
              ELSE
                 MOVE 'CONTACT'              TO WS-CHP-WHAT
              END-IF

              MOVE WS-CHANGE-HDG-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              IF WS-CHG-TYPE (WS-CHG-IX) EQUAL 2
                 PERFORM P320-PRINT-ADDRESS
                 THRU    P320-PRINT-ADDRESS-EXIT
              ELSE
                 PERFORM P330-PRINT-CONTACT
                 THRU    P330-PRINT-CONTACT-EXIT
              END-IF
           END-IF
           .

       P310-PRINT-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The street is forty bytes against a thirty-eight byte column,
      * so its last two bytes carry onto a line of their own when
      * either image uses them.
      *-----------------------------------------------------------------
       P320-PRINT-ADDRESS.

           MOVE SPACES              TO WS-IMAGE-WORK
           MOVE WS-BFV-ADDR-NUMBER  TO WS-ADDR-NO-EDIT
           MOVE WS-ADDR-NO-EDIT     TO WS-IMW-BEFORE
           MOVE WS-AFV-ADDR-NUMBER  TO WS-ADDR-NO-EDIT
           MOVE WS-ADDR-NO-EDIT     TO WS-IMW-AFTER
           MOVE 'NO'                TO WS-IMP-TAG

           PERFORM P350-WRITE-IMAGE-LINE
           THRU    P350-WRITE-IMAGE-LINE-EXIT

           MOVE WS-BFV-ADDR-STREET  TO WS-IMW-BEFORE
           MOVE WS-AFV-ADDR-STREET  TO WS-IMW-AFTER
           MOVE 'ST'                TO WS-IMP-TAG

           PERFORM P350-WRITE-IMAGE-LINE
           THRU    P350-WRITE-IMAGE-LINE-EXIT

           IF WS-BFV-ADDR-STREET (39:2) NOT EQUAL SPACES
              OR WS-AFV-ADDR-STREET (39:2) NOT EQUAL SPACES
              MOVE SPACES           TO WS-IMAGE-LINE
              MOVE WS-BFV-ADDR-STREET (39:2) TO WS-IMP-BEFORE
              MOVE WS-AFV-ADDR-STREET (39:2) TO WS-IMP-AFTER
              MOVE WS-IMAGE-LINE    TO WS-DETAIL-LINE

              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           MOVE SPACES              TO WS-IMAGE-WORK

           STRING WS-BFV-ADDR-CITY  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-BFV-ADDR-STATE DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-BFV-ADDR-ZIP   DELIMITED BY SIZE
                  INTO WS-IMW-BEFORE

           STRING WS-AFV-ADDR-CITY  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-AFV-ADDR-STATE DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-AFV-ADDR-ZIP   DELIMITED BY SIZE
                  INTO WS-IMW-AFTER

           MOVE 'CZ'                TO WS-IMP-TAG

           PERFORM P350-WRITE-IMAGE-LINE
           THRU    P350-WRITE-IMAGE-LINE-EXIT
           .

       P320-PRINT-ADDRESS-EXIT.
           EXIT.

       P330-PRINT-CONTACT.

           MOVE SPACES              TO WS-IMAGE-WORK
           MOVE WS-BFV-PHONE        TO WS-IMW-BEFORE
           MOVE WS-AFV-PHONE        TO WS-IMW-AFTER
           MOVE 'PH'                TO WS-IMP-TAG

           PERFORM P350-WRITE-IMAGE-LINE
           THRU    P350-WRITE-IMAGE-LINE-EXIT

           MOVE SPACES              TO WS-IMAGE-WORK
           MOVE WS-BFV-EMAIL        TO WS-IMW-BEFORE
           MOVE WS-AFV-EMAIL        TO WS-IMW-AFTER
           MOVE 'EM'                TO WS-IMP-TAG

           PERFORM P350-WRITE-IMAGE-LINE
           THRU    P350-WRITE-IMAGE-LINE-EXIT
           .

       P330-PRINT-CONTACT-EXIT.
           EXIT.

       P350-WRITE-IMAGE-LINE.

           MOVE WS-IMW-BEFORE       TO WS-IMP-BEFORE
           MOVE WS-IMW-AFTER        TO WS-IMP-AFTER

           IF WS-IMW-BEFORE EQUAL WS-IMW-AFTER
              MOVE SPACES           TO WS-IMP-MARK
           ELSE
              MOVE '*'              TO WS-IMP-MARK
           END-IF

           MOVE WS-IMAGE-LINE       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P350-WRITE-IMAGE-LINE-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'AUDIT ROWS READ'   TO WS-RPT-CNT-LABEL
           MOVE WS-ROWS-READ        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CHANGES IN WINDOW' TO WS-RPT-CNT-LABEL
           MOVE WS-ROWS-IN-WINDOW   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CLIENTS CHANGED'   TO WS-RPT-CNT-LABEL
           MOVE WS-CLIENTS-CHANGED  TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'VELOCITY ALERTS'   TO WS-RPT-CNT-LABEL
           MOVE WS-VELOCITY-ALERTS  TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ADDR+CONTACT PAIRS' TO WS-RPT-CNT-LABEL
           MOVE WS-PAIR-ALERTS      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CLIENTS ALERTED'   TO WS-RPT-CNT-LABEL
           MOVE WS-CLIENTS-ALERTED  TO WS-RPT-CNT-VALUE
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
