      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Monthly death-master match. Each notice on the state
      * vital-records file is screened against the type-1 CLIENT-NAME
      * and CLIENT-BDATE, with the type-2 ZIP as the tiebreaker:
      *
      *   EXACT  name, birth date and ZIP all agree, and no other
      *          client agrees on all three for the same notice --
      *          the client is marked deceased on a type-7 status row
      *          with the date of death off the notice;
      *   NEAR   any two of the three agree (or all three agree for
      *          more than one client) -- listed for review only.
      *
      * A reviewer who confirms a near match feeds it back on the
      * DTHCARDS deck next run, and the card posts exactly as an exact
      * match would. The type-7 row is what COBKS09, COBKS23 and
      * COBKS29 read to stop outbound mail to the estate.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS34.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT DTHMASTF ASSIGN TO DTHMASTF
                  FILE STATUS IS WS-FS-DTHMASTF.

      *-----------------------------------------------------------------
      * DTHCARDS is the reviewer confirmation deck: one card per near
      * match the reviewer has confirmed against the certificate. A
      * region that has not defined the deck runs with no
      * confirmations.
      *-----------------------------------------------------------------
           SELECT DTHCARDS ASSIGN TO DTHCARDS
                  FILE STATUS IS WS-FS-DTHCARDS.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT AUDITF   ASSIGN TO AUDITF
                  FILE STATUS IS WS-FS-AUDITF.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * One notice per decedent as the vital-records office sends it:
      * certificate number, name in two parts, birth and death dates
      * as YYYYMMDD, and the ZIP of last residence (blank when the
      * office could not establish one).
      *-----------------------------------------------------------------
       FD  DTHMASTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-DEATH-NOTICE.
           03  DTH-CERT-NO               PIC  X(010).
           03  DTH-LAST-NAME             PIC  X(018).
           03  DTH-FIRST-NAME            PIC  X(012).
           03  DTH-BIRTH-DATE            PIC  9(008).
           03  DTH-BIRTH-DATE-X REDEFINES DTH-BIRTH-DATE.
               05  DTH-BIRTH-YYYY        PIC  X(004).
               05  DTH-BIRTH-MM          PIC  X(002).
               05  DTH-BIRTH-DD          PIC  X(002).
           03  DTH-DEATH-DATE            PIC  9(008).
           03  DTH-ZIP                   PIC  X(005).
           03  FILLER                    PIC  X(019).

       FD  DTHCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-DTHCARD.
           03  DTC-CLIENT-ID             PIC  9(009).
           03  DTC-DEATH-DATE            PIC  9(008).
           03  DTC-CERT-NO               PIC  X(010).
           03  FILLER                    PIC  X(053).

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

      *-----------------------------------------------------------------
      * Type 7 is the client status row, written only by this job: the
      * deceased marker and date of death, the certificate it came
      * from, and the processing date it was posted. The loaders
      * reject an INPUTF type 7 as an unsupported type, so no feed
      * can set or clear it.
      *-----------------------------------------------------------------
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
           03  CLIENT-ADDRESS REDEFINES  CLIENT-MAIN.
            05 CLIENT-ADDR-NUMBER        PIC  9(009) COMP.
            05 CLIENT-ADDR-STREET        PIC  X(040).
            05 CLIENT-ADDR-CITY          PIC  X(020).
            05 CLIENT-ADDR-STATE         PIC  X(002).
            05 CLIENT-ADDR-ZIP           PIC  X(005).
            05 FILLER                    PIC  X(423).
           03  CLIENT-STATUS  REDEFINES  CLIENT-MAIN.
            05 CLIENT-DECEASED-IND       PIC  X(001).
               88 CLIENT-DECEASED            VALUE 'Y'.
            05 CLIENT-DECEASED-DATE      PIC  9(008).
            05 CLIENT-DECEASED-CERT-NO   PIC  X(010).
            05 CLIENT-STATUS-DATE        PIC  9(008).
            05 FILLER                    PIC  X(467).
           03  CLIENT-HEADER  REDEFINES  CLIENT-MAIN.
            05 CLIENT-RECORD-COUNT       PIC  9(009) COMP.
            05 FILLER                    PIC  X(490).

       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-DTHMASTF            PIC X(002) VALUE SPACES.
           05  WS-FS-DTHCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-AUDITF              PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-NOTICES-READ           PIC 9(009) VALUE ZEROS.
           05  WS-NOTICES-HELD           PIC 9(009) VALUE ZEROS.
           05  WS-CARDS-READ             PIC 9(009) VALUE ZEROS.
           05  WS-CLIENTS-SCREENED       PIC 9(009) VALUE ZEROS.
           05  WS-ALREADY-DECEASED       PIC 9(009) VALUE ZEROS.
           05  WS-EXACT-MATCHES          PIC 9(009) VALUE ZEROS.
           05  WS-NEAR-MATCHES           PIC 9(009) VALUE ZEROS.
           05  WS-STATUS-INSERTED        PIC 9(009) VALUE ZEROS.
           05  WS-STATUS-UPDATED         PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-OVERFLOWED             PIC 9(009) VALUE ZEROS.
           05  WS-NTC-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-HIT-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-CURRENT-ID             PIC 9(009) VALUE ZEROS.
           05  WS-AGREE-CNT              PIC 9(001) VALUE ZEROS.
           05  WS-BEFORE-IMAGE           PIC X(494) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-CARD-IMAGE.
           05  WS-CRD-CLIENT-ID          PIC 9(009) VALUE ZEROS.
           05  WS-CRD-DEATH-DATE         PIC 9(008) VALUE ZEROS.
           05  WS-CRD-CERT-NO            PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(053) VALUE SPACES.

      *-----------------------------------------------------------------
      * The month's notices, held for the single CLIENT walk. The
      * name is rebuilt FIRST LAST and the birth date reshaped to the
      * MM/DD/YYYY text the loaders store, so both compare directly
      * against the type-1 row.
      *-----------------------------------------------------------------
       01  WS-NOTICE-TABLE.
           05  WS-NTC-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-NTC-ENTRY OCCURS 3000 TIMES.
               10  WS-NTC-CERT-NO        PIC X(010).
               10  WS-NTC-NAME           PIC X(030).
               10  WS-NTC-BDATE          PIC X(010).
               10  WS-NTC-DEATH-DATE     PIC 9(008).
               10  WS-NTC-ZIP            PIC X(005).
               10  WS-NTC-EXACT-CNT      PIC 9(003).

       01  WS-BDATE-BUILD.
           05  WS-BDB-MM                 PIC X(002).
           05  FILLER                    PIC X(001) VALUE '/'.
           05  WS-BDB-DD                 PIC X(002).
           05  FILLER                    PIC X(001) VALUE '/'.
           05  WS-BDB-YYYY               PIC X(004).

      *-----------------------------------------------------------------
      * Matches are only collected while the sequential screen runs;
      * the random posting happens afterwards, so the read-ahead
      * browse position is never disturbed mid-walk (as COBDF23).
      * Class E is an exact match, N a near match for review, C a
      * reviewer confirmation off DTHCARDS.
      *-----------------------------------------------------------------
       01  WS-HIT-TABLE.
           05  WS-HIT-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-HIT-ENTRY OCCURS 2000 TIMES.
               10  WS-HIT-CLASS          PIC X(001).
                   88  WS-HIT-EXACT          VALUE 'E'.
                   88  WS-HIT-NEAR           VALUE 'N'.
                   88  WS-HIT-CONFIRM        VALUE 'C'.
               10  WS-HIT-CLIENT         PIC 9(009).
               10  WS-HIT-NTC            PIC 9(004).
               10  WS-HIT-NAME           PIC X(030).
               10  WS-HIT-CERT-NO        PIC X(010).
               10  WS-HIT-DEATH-DATE     PIC 9(008).
               10  WS-HIT-REASON         PIC X(015).

       01  WS-CLIENT-WORK.
           05  WS-CLI-NAME               PIC X(030) VALUE SPACES.
           05  WS-CLI-BDATE              PIC X(010) VALUE SPACES.
           05  WS-CLI-ZIP                PIC X(005) VALUE SPACES.
           05  WS-CLI-HAVE-T1-SW         PIC X(001) VALUE 'N'.
               88  WS-CLI-HAVE-T1            VALUE 'Y'.
           05  WS-CLI-DECEASED-SW        PIC X(001) VALUE 'N'.
               88  WS-CLI-DECEASED           VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-DTHMASTF-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-DTHMASTF-EOF           VALUE 'Y'.
           05  WS-DTHCARDS-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-DTHCARDS-EOF           VALUE 'Y'.
           05  WS-DTHCARDS-OFF-SW        PIC X(001) VALUE 'N'.
               88  WS-DTHCARDS-OFF           VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-CLIENT-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-CLIENT-EOF             VALUE 'Y'.
           05  WS-PENDING-SW             PIC X(001) VALUE 'N'.
               88  WS-PENDING-CLIENT         VALUE 'Y'.
           05  WS-NAME-EQ-SW             PIC X(001) VALUE 'N'.
               88  WS-NAME-EQ                VALUE 'Y'.
           05  WS-BDATE-EQ-SW            PIC X(001) VALUE 'N'.
               88  WS-BDATE-EQ               VALUE 'Y'.
           05  WS-ZIP-EQ-SW              PIC X(001) VALUE 'N'.
               88  WS-ZIP-EQ                 VALUE 'Y'.
           05  WS-POST-OK-SW             PIC X(001) VALUE 'N'.
               88  WS-POST-OK                VALUE 'Y'.

       01  WS-MATCH-LINE.
           05  WS-MTL-CLIENT-ID          PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-MTL-CERT-NO            PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-MTL-NAME               PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-MTL-DEATH-DATE         PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-MTL-REASON             PIC X(015) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS34 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF  FS: ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'DEATH-MASTER MATCH TO CLIENT'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS34 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'CLIENT-ID  CERT-NO     CLIENT NAME'
                                   TO WS-COLUMN-HEADING (1:34)
           MOVE 'DIED ON   NOTE'   TO WS-COLUMN-HEADING (56:14)

           PERFORM P100-LOAD-NOTICES
           THRU    P100-LOAD-NOTICES-EXIT

           PERFORM P300-SCREEN-CLIENTS
           THRU    P300-SCREEN-CLIENTS-EXIT

           PERFORM P900-WRITE-TOTALS
           THRU    P900-WRITE-TOTALS-EXIT

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF FS: ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'NOTICES READ......: ' WS-NOTICES-READ.
           DISPLAY 'NOTICES HELD......: ' WS-NOTICES-HELD.
           DISPLAY 'CONFIRM CARDS READ: ' WS-CARDS-READ.
           DISPLAY 'CLIENTS SCREENED..: ' WS-CLIENTS-SCREENED.
           DISPLAY 'ALREADY DECEASED..: ' WS-ALREADY-DECEASED.
           DISPLAY 'EXACT MATCHES.....: ' WS-EXACT-MATCHES.
           DISPLAY 'NEAR MATCHES......: ' WS-NEAR-MATCHES.
           DISPLAY 'STATUS ROWS ADDED.: ' WS-STATUS-INSERTED.
           DISPLAY 'STATUS ROWS UPDTD.: ' WS-STATUS-UPDATED.
           DISPLAY 'CARDS REJECTED....: ' WS-REJECTED.
           DISPLAY 'TABLE OVERFLOWS...: ' WS-OVERFLOWED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS34 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Processing date comes from the business calendar file, not the
      * machine clock; it stamps the status rows and the audit trail.
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
      * Pass 1 holds the month's notices. A notice with no usable
      * name or birth date cannot be matched and is counted through.
      *-----------------------------------------------------------------
       P100-LOAD-NOTICES.

           OPEN INPUT DTHMASTF.

           IF WS-FS-DTHMASTF NOT EQUAL '00'
              DISPLAY 'OPEN DTHMASTF FS:' WS-FS-DTHMASTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P110-LOAD-NEXT-NOTICE
           THRU    P110-LOAD-NEXT-NOTICE-EXIT
              UNTIL WS-DTHMASTF-EOF

           CLOSE DTHMASTF.
           IF WS-FS-DTHMASTF NOT EQUAL '00'
              DISPLAY 'CLOSE DTHMASTF FS:' WS-FS-DTHMASTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-LOAD-NOTICES-EXIT.
           EXIT.

       P110-LOAD-NEXT-NOTICE.

           READ DTHMASTF
             AT END
                MOVE 'Y' TO WS-DTHMASTF-EOF-SW
             NOT AT END
                ADD 1 TO WS-NOTICES-READ

                IF DTH-LAST-NAME  NOT EQUAL SPACES
                   AND DTH-FIRST-NAME NOT EQUAL SPACES
                   AND DTH-BIRTH-DATE NUMERIC
                   AND DTH-DEATH-DATE NUMERIC

                   IF WS-NTC-CNT LESS 3000
                      PERFORM P120-HOLD-NOTICE
                      THRU    P120-HOLD-NOTICE-EXIT
                   ELSE
                      ADD 1 TO WS-OVERFLOWED
                   END-IF
                ELSE
                   DISPLAY 'UNUSABLE NOTICE SKIPPED: ' DTH-CERT-NO
                END-IF
           END-READ
           .

       P110-LOAD-NEXT-NOTICE-EXIT.
           EXIT.

       P120-HOLD-NOTICE.

           ADD 1 TO WS-NTC-CNT
                    WS-NOTICES-HELD

           MOVE DTH-CERT-NO    TO WS-NTC-CERT-NO    (WS-NTC-CNT)
           MOVE DTH-DEATH-DATE TO WS-NTC-DEATH-DATE (WS-NTC-CNT)
           MOVE DTH-ZIP        TO WS-NTC-ZIP        (WS-NTC-CNT)
           MOVE ZEROS          TO WS-NTC-EXACT-CNT  (WS-NTC-CNT)

           MOVE SPACES TO WS-NTC-NAME (WS-NTC-CNT)
           STRING DTH-FIRST-NAME DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  DTH-LAST-NAME  DELIMITED BY '  '
                  INTO WS-NTC-NAME (WS-NTC-CNT)

           MOVE DTH-BIRTH-MM   TO WS-BDB-MM
           MOVE DTH-BIRTH-DD   TO WS-BDB-DD
           MOVE DTH-BIRTH-YYYY TO WS-BDB-YYYY
           MOVE WS-BDATE-BUILD TO WS-NTC-BDATE (WS-NTC-CNT)
           .

       P120-HOLD-NOTICE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Reviewer confirmations join the hit table after the walk, as
      * class C hits carrying the card's date and certificate.
      *-----------------------------------------------------------------
       P200-LOAD-CONFIRMATIONS.

           OPEN INPUT DTHCARDS.

           EVALUATE TRUE
           WHEN WS-FS-DTHCARDS EQUAL '00'
              CONTINUE
           WHEN WS-FS-DTHCARDS EQUAL '35'
              DISPLAY 'DTHCARDS NOT DEFINED. NO CONFIRMATIONS.'
              MOVE 'Y' TO WS-DTHCARDS-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN DTHCARDS FS:' WS-FS-DTHCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           IF NOT WS-DTHCARDS-OFF
              PERFORM P210-LOAD-NEXT-CARD
              THRU    P210-LOAD-NEXT-CARD-EXIT
                 UNTIL WS-DTHCARDS-EOF

              CLOSE DTHCARDS

              IF WS-FS-DTHCARDS NOT EQUAL '00'
                 DISPLAY 'CLOSE DTHCARDS FS:' WS-FS-DTHCARDS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P200-LOAD-CONFIRMATIONS-EXIT.
           EXIT.

       P210-LOAD-NEXT-CARD.

           READ DTHCARDS
             AT END
                MOVE 'Y' TO WS-DTHCARDS-EOF-SW
             NOT AT END
                ADD 1 TO WS-CARDS-READ
                MOVE REC-DTHCARD TO WS-CARD-IMAGE

                EVALUATE TRUE
                WHEN DTC-CLIENT-ID NOT NUMERIC
                   OR DTC-CLIENT-ID EQUAL ZEROS
                   MOVE 'BKEY' TO EXC-REASON-CODE
                   MOVE 'INVALID CLIENT-ID ON CONFIRMATION CARD'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT

                WHEN DTC-DEATH-DATE NOT NUMERIC
                   OR DTC-DEATH-DATE EQUAL ZEROS
                   MOVE 'BDAT' TO EXC-REASON-CODE
                   MOVE 'INVALID DEATH DATE ON CONFIRMATION CARD'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT

                WHEN WS-HIT-CNT NOT LESS 2000
                   ADD 1 TO WS-OVERFLOWED

                WHEN OTHER
                   ADD 1 TO WS-HIT-CNT
                   MOVE 'C'            TO WS-HIT-CLASS  (WS-HIT-CNT)
                   MOVE DTC-CLIENT-ID  TO WS-HIT-CLIENT (WS-HIT-CNT)
                   MOVE ZEROS          TO WS-HIT-NTC    (WS-HIT-CNT)
                   MOVE SPACES         TO WS-HIT-NAME   (WS-HIT-CNT)
                   MOVE DTC-CERT-NO
                                    TO WS-HIT-CERT-NO    (WS-HIT-CNT)
                   MOVE DTC-DEATH-DATE
                                    TO WS-HIT-DEATH-DATE (WS-HIT-CNT)
                   MOVE 'CONFIRMED'    TO WS-HIT-REASON (WS-HIT-CNT)
                END-EVALUATE
           END-READ
           .

       P210-LOAD-NEXT-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Pass 2: the CLIENT file arrives in key order, so each id's
      * type-1, type-2 and type-7 rows arrive together and the screen
      * runs at the id break, as COBDF23 does. Postings follow the
      * walk.
      *-----------------------------------------------------------------
       P300-SCREEN-CLIENTS.

           OPEN I-O CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * AUDITF is opened EXTEND: every status row this job writes is
      * appended to the same trail the loaders write, so COBKS10's
      * roll-forward replays these postings in sequence.
      *-----------------------------------------------------------------
           OPEN EXTEND AUDITF.

           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'OPEN AUDITF  FS: ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE LOW-VALUES TO CLIENT-KEY

           START CLIENT KEY IS NOT LESS THAN CLIENT-KEY
             INVALID KEY
                MOVE 'Y' TO WS-CLIENT-EOF-SW
           END-START

           PERFORM P310-SCREEN-NEXT
           THRU    P310-SCREEN-NEXT-EXIT
              UNTIL WS-CLIENT-EOF

           IF WS-PENDING-CLIENT
              PERFORM P330-MATCH-CLIENT
              THRU    P330-MATCH-CLIENT-EXIT
           END-IF

           PERFORM P200-LOAD-CONFIRMATIONS
           THRU    P200-LOAD-CONFIRMATIONS-EXIT

      *-----------------------------------------------------------------
      * An exact match that more than one client satisfies cannot
      * name the decedent; it is demoted to review before anything
      * posts.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WS-HIT-IX

           PERFORM P350-SETTLE-ONE-HIT
           THRU    P350-SETTLE-ONE-HIT-EXIT
              UNTIL WS-HIT-IX NOT LESS WS-HIT-CNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'EXACT AND CONFIRMED MATCHES - DECEASED STATUS POSTED'
             TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-HIT-IX

           PERFORM P400-POST-ONE-HIT
           THRU    P400-POST-ONE-HIT-EXIT
              UNTIL WS-HIT-IX NOT LESS WS-HIT-CNT

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'NEAR MATCHES - REFER TO REVIEW, NOTHING POSTED'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE ZEROS TO WS-HIT-IX

           PERFORM P500-LIST-ONE-NEAR
           THRU    P500-LIST-ONE-NEAR-EXIT
              UNTIL WS-HIT-IX NOT LESS WS-HIT-CNT

           PERFORM P800-ADJUST-HEADER
           THRU    P800-ADJUST-HEADER-EXIT

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE AUDITF.
           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'CLOSE AUDITF FS: ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P300-SCREEN-CLIENTS-EXIT.
           EXIT.

       P310-SCREEN-NEXT.

           READ CLIENT NEXT RECORD
             AT END
                MOVE 'Y' TO WS-CLIENT-EOF-SW
             NOT AT END
                IF CLIENT-ID EQUAL ZERO AND CLIENT-TYPE EQUAL ZERO
                   CONTINUE
                ELSE
                   IF WS-PENDING-CLIENT
                      AND CLIENT-ID NOT EQUAL WS-CURRENT-ID
                      PERFORM P330-MATCH-CLIENT
                      THRU    P330-MATCH-CLIENT-EXIT
                   END-IF

                   PERFORM P320-NOTE-CLIENT-ROW
                   THRU    P320-NOTE-CLIENT-ROW-EXIT
                END-IF
           END-READ
           .

       P310-SCREEN-NEXT-EXIT.
           EXIT.

       P320-NOTE-CLIENT-ROW.

           IF NOT WS-PENDING-CLIENT
              MOVE CLIENT-ID TO WS-CURRENT-ID
              MOVE SPACES    TO WS-CLI-NAME
                                WS-CLI-BDATE
                                WS-CLI-ZIP
              MOVE 'N'       TO WS-CLI-HAVE-T1-SW
                                WS-CLI-DECEASED-SW
              MOVE 'Y'       TO WS-PENDING-SW
           END-IF

           EVALUATE TRUE
           WHEN CLIENT-TYPE EQUAL 1
              MOVE 'Y'             TO WS-CLI-HAVE-T1-SW
              MOVE CLIENT-NAME     TO WS-CLI-NAME
              MOVE CLIENT-BDATE    TO WS-CLI-BDATE
           WHEN CLIENT-TYPE EQUAL 2
              MOVE CLIENT-ADDR-ZIP TO WS-CLI-ZIP
           WHEN CLIENT-TYPE EQUAL 7
              IF CLIENT-DECEASED
                 MOVE 'Y' TO WS-CLI-DECEASED-SW
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .

       P320-NOTE-CLIENT-ROW-EXIT.
           EXIT.

       P330-MATCH-CLIENT.

           EVALUATE TRUE
           WHEN NOT WS-CLI-HAVE-T1
              CONTINUE
           WHEN WS-CLI-DECEASED
              ADD 1 TO WS-ALREADY-DECEASED
           WHEN OTHER
              ADD 1 TO WS-CLIENTS-SCREENED

              MOVE ZEROS TO WS-NTC-IX

              PERFORM P340-MATCH-ONE-NOTICE
              THRU    P340-MATCH-ONE-NOTICE-EXIT
                 UNTIL WS-NTC-IX NOT LESS WS-NTC-CNT
           END-EVALUATE

           MOVE 'N' TO WS-PENDING-SW
           .

       P330-MATCH-CLIENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Name, birth date and ZIP are scored independently. All three
      * is exact; any two is near, with the one that disagreed named
      * on the review list. A ZIP only agrees when both sides carry
      * one, so a client with no type-2 row can reach review but
      * never an exact match on name and birth date alone.
      *-----------------------------------------------------------------
       P340-MATCH-ONE-NOTICE.

           ADD 1 TO WS-NTC-IX

           MOVE ZEROS TO WS-AGREE-CNT
           MOVE 'N'   TO WS-NAME-EQ-SW
                         WS-BDATE-EQ-SW
                         WS-ZIP-EQ-SW

           IF WS-CLI-NAME NOT EQUAL SPACES
              AND WS-CLI-NAME EQUAL WS-NTC-NAME (WS-NTC-IX)
              MOVE 'Y' TO WS-NAME-EQ-SW
              ADD 1    TO WS-AGREE-CNT
           END-IF

           IF WS-CLI-BDATE EQUAL WS-NTC-BDATE (WS-NTC-IX)
              MOVE 'Y' TO WS-BDATE-EQ-SW
              ADD 1    TO WS-AGREE-CNT
           END-IF

           IF WS-CLI-ZIP NOT EQUAL SPACES
              AND WS-CLI-ZIP EQUAL WS-NTC-ZIP (WS-NTC-IX)
              MOVE 'Y' TO WS-ZIP-EQ-SW
              ADD 1    TO WS-AGREE-CNT
           END-IF

           IF WS-AGREE-CNT GREATER 1
              IF WS-HIT-CNT LESS 2000
                 PERFORM P345-HOLD-HIT
                 THRU    P345-HOLD-HIT-EXIT
              ELSE
                 ADD 1 TO WS-OVERFLOWED
                 DISPLAY 'MATCH TABLE FULL. MATCH DROPPED: '
                          WS-CURRENT-ID
              END-IF
           END-IF
           .

       P340-MATCH-ONE-NOTICE-EXIT.
           EXIT.

       P345-HOLD-HIT.

           ADD 1 TO WS-HIT-CNT

           MOVE WS-CURRENT-ID  TO WS-HIT-CLIENT (WS-HIT-CNT)
           MOVE WS-NTC-IX      TO WS-HIT-NTC    (WS-HIT-CNT)
           MOVE WS-CLI-NAME    TO WS-HIT-NAME   (WS-HIT-CNT)
           MOVE WS-NTC-CERT-NO (WS-NTC-IX)
                               TO WS-HIT-CERT-NO (WS-HIT-CNT)
           MOVE WS-NTC-DEATH-DATE (WS-NTC-IX)
                               TO WS-HIT-DEATH-DATE (WS-HIT-CNT)

           EVALUATE TRUE
           WHEN WS-AGREE-CNT EQUAL 3
              MOVE 'E'               TO WS-HIT-CLASS  (WS-HIT-CNT)
              MOVE 'EXACT'           TO WS-HIT-REASON (WS-HIT-CNT)
              ADD 1 TO WS-NTC-EXACT-CNT (WS-NTC-IX)
           WHEN NOT WS-ZIP-EQ
              MOVE 'N'               TO WS-HIT-CLASS  (WS-HIT-CNT)
              IF WS-CLI-ZIP EQUAL SPACES
                 OR WS-NTC-ZIP (WS-NTC-IX) EQUAL SPACES
                 MOVE 'NO ZIP TO TEST' TO WS-HIT-REASON (WS-HIT-CNT)
              ELSE
                 MOVE 'ZIP DIFFERS'    TO WS-HIT-REASON (WS-HIT-CNT)
              END-IF
           WHEN NOT WS-BDATE-EQ
              MOVE 'N'               TO WS-HIT-CLASS  (WS-HIT-CNT)
              MOVE 'BDATE DIFFERS'   TO WS-HIT-REASON (WS-HIT-CNT)
           WHEN OTHER
              MOVE 'N'               TO WS-HIT-CLASS  (WS-HIT-CNT)
              MOVE 'NAME DIFFERS'    TO WS-HIT-REASON (WS-HIT-CNT)
           END-EVALUATE
           .

       P345-HOLD-HIT-EXIT.
           EXIT.

       P350-SETTLE-ONE-HIT.

           ADD 1 TO WS-HIT-IX

           IF WS-HIT-EXACT (WS-HIT-IX)
              MOVE WS-HIT-NTC (WS-HIT-IX) TO WS-NTC-IX

              IF WS-NTC-EXACT-CNT (WS-NTC-IX) GREATER 1
                 MOVE 'N'             TO WS-HIT-CLASS  (WS-HIT-IX)
                 MOVE 'SEVERAL EXACT' TO WS-HIT-REASON (WS-HIT-IX)
              END-IF
           END-IF

           IF WS-HIT-NEAR (WS-HIT-IX)
              ADD 1 TO WS-NEAR-MATCHES
           END-IF
           .

       P350-SETTLE-ONE-HIT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Exact matches and reviewer confirmations post the type-7
      * status row: added when the client has none, otherwise
      * rewritten in place. A confirmation for an id with no type-1
      * row is rejected rather than creating a status for nobody.
      *-----------------------------------------------------------------
       P400-POST-ONE-HIT.

           ADD 1 TO WS-HIT-IX

           IF WS-HIT-EXACT (WS-HIT-IX) OR WS-HIT-CONFIRM (WS-HIT-IX)

              MOVE 'Y'                       TO WS-POST-OK-SW
              MOVE WS-HIT-CLIENT (WS-HIT-IX) TO WS-CURRENT-ID

              IF WS-HIT-CONFIRM (WS-HIT-IX)
                 PERFORM P410-VERIFY-CONFIRMATION
                 THRU    P410-VERIFY-CONFIRMATION-EXIT
              ELSE
                 ADD 1 TO WS-EXACT-MATCHES
              END-IF

              IF WS-POST-OK
                 PERFORM P420-POST-STATUS-ROW
                 THRU    P420-POST-STATUS-ROW-EXIT

                 PERFORM P450-PRINT-HIT
                 THRU    P450-PRINT-HIT-EXIT
              END-IF
           END-IF
           .

       P400-POST-ONE-HIT-EXIT.
           EXIT.

       P410-VERIFY-CONFIRMATION.

           MOVE WS-CURRENT-ID TO CLIENT-ID
           MOVE 1             TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                MOVE 'N'     TO WS-POST-OK-SW

                MOVE WS-CURRENT-ID  TO WS-CRD-CLIENT-ID
                MOVE WS-HIT-DEATH-DATE (WS-HIT-IX)
                                    TO WS-CRD-DEATH-DATE
                MOVE WS-HIT-CERT-NO (WS-HIT-IX)
                                    TO WS-CRD-CERT-NO

                MOVE 'BKEY'  TO EXC-REASON-CODE
                MOVE 'CONFIRMED CLIENT-ID NOT ON CLIENT FILE'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                MOVE CLIENT-NAME TO WS-HIT-NAME (WS-HIT-IX)
           END-READ
           .

       P410-VERIFY-CONFIRMATION-EXIT.
           EXIT.

       P420-POST-STATUS-ROW.

           MOVE WS-CURRENT-ID TO CLIENT-ID
           MOVE 7             TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                MOVE SPACES TO CLIENT-MAIN
                               WS-BEFORE-IMAGE

                PERFORM P430-FILL-STATUS-FIELDS
                THRU    P430-FILL-STATUS-FIELDS-EXIT

                WRITE REC-CLIENT
                END-WRITE

                IF WS-FS-CLIENT NOT EQUAL '00'
                   DISPLAY 'WRITE CLIENT FS:  ' WS-FS-CLIENT
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-STATUS-INSERTED

                MOVE 'I' TO AUD-ACTION
                PERFORM P910-WRITE-AUDIT
                THRU    P910-WRITE-AUDIT-EXIT

             NOT INVALID KEY
                MOVE CLIENT-MAIN TO WS-BEFORE-IMAGE

                PERFORM P430-FILL-STATUS-FIELDS
                THRU    P430-FILL-STATUS-FIELDS-EXIT

                REWRITE REC-CLIENT
                END-REWRITE

                IF WS-FS-CLIENT NOT EQUAL '00'
                   DISPLAY 'REWRITE CLIENT FS:' WS-FS-CLIENT
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-STATUS-UPDATED

                MOVE 'U' TO AUD-ACTION
                PERFORM P910-WRITE-AUDIT
                THRU    P910-WRITE-AUDIT-EXIT
           END-READ
           .

       P420-POST-STATUS-ROW-EXIT.
           EXIT.

       P430-FILL-STATUS-FIELDS.

           MOVE 'Y'                            TO CLIENT-DECEASED-IND
           MOVE WS-HIT-DEATH-DATE (WS-HIT-IX)  TO CLIENT-DECEASED-DATE
           MOVE WS-HIT-CERT-NO    (WS-HIT-IX)
                                           TO CLIENT-DECEASED-CERT-NO
           MOVE WS-RUN-DATE                    TO CLIENT-STATUS-DATE
           .

       P430-FILL-STATUS-FIELDS-EXIT.
           EXIT.

       P450-PRINT-HIT.

           MOVE WS-HIT-CLIENT     (WS-HIT-IX) TO WS-MTL-CLIENT-ID
           MOVE WS-HIT-CERT-NO    (WS-HIT-IX) TO WS-MTL-CERT-NO
           MOVE WS-HIT-NAME       (WS-HIT-IX) TO WS-MTL-NAME
           MOVE WS-HIT-DEATH-DATE (WS-HIT-IX) TO WS-MTL-DEATH-DATE
           MOVE WS-HIT-REASON     (WS-HIT-IX) TO WS-MTL-REASON

           MOVE WS-MATCH-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P450-PRINT-HIT-EXIT.
           EXIT.

       P500-LIST-ONE-NEAR.

           ADD 1 TO WS-HIT-IX

           IF WS-HIT-NEAR (WS-HIT-IX)
              PERFORM P450-PRINT-HIT
              THRU    P450-PRINT-HIT-EXIT
           END-IF
           .

       P500-LIST-ONE-NEAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * New type-7 rows raise the header's CLIENT-RECORD-COUNT --
      * adjusted here so COBKS06 does not flag drift the next
      * morning, the same way COBDF23 settles its type-6 rows.
      *-----------------------------------------------------------------
       P800-ADJUST-HEADER.

           IF WS-STATUS-INSERTED GREATER ZERO

              MOVE ZEROS TO CLIENT-ID
                            CLIENT-TYPE

              READ CLIENT
                INVALID KEY
                   DISPLAY 'CLIENT HEADER NOT FOUND.'
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-READ

              ADD WS-STATUS-INSERTED TO CLIENT-RECORD-COUNT

              REWRITE REC-CLIENT
              END-REWRITE

              IF WS-FS-CLIENT NOT EQUAL '00'
                 DISPLAY 'REWRITE CLIENT FS:' WS-FS-CLIENT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

           END-IF
           .

       P800-ADJUST-HEADER-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES        TO EXC-INPUT
           MOVE WS-CARD-IMAGE TO EXC-INPUT

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF FS:  ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-REJECTED
           .

       P900-WRITE-EXCEPTION-EXIT.
           EXIT.

       P910-WRITE-AUDIT.

           MOVE CLIENT-ID             TO AUD-CLIENT-ID
           MOVE CLIENT-TYPE           TO AUD-CLIENT-TYPE
           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE CLIENT-MAIN           TO AUD-AFTER-IMAGE
           MOVE WS-RUN-DATE           TO AUD-BUSINESS-DATE
           MOVE SPACES                TO AUD-OPERATOR-ID

           WRITE REC-AUDIT
           END-WRITE

           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'WRITE AUDITF FS:  ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P910-WRITE-AUDIT-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'NOTICES READ'      TO WS-RPT-CNT-LABEL
           MOVE WS-NOTICES-READ     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CLIENTS SCREENED'  TO WS-RPT-CNT-LABEL
           MOVE WS-CLIENTS-SCREENED TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ALREADY DECEASED'  TO WS-RPT-CNT-LABEL
           MOVE WS-ALREADY-DECEASED TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'EXACT MATCHES'     TO WS-RPT-CNT-LABEL
           MOVE WS-EXACT-MATCHES    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'NEAR MATCHES'      TO WS-RPT-CNT-LABEL
           MOVE WS-NEAR-MATCHES     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CONFIRM CARDS READ' TO WS-RPT-CNT-LABEL
           MOVE WS-CARDS-READ       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'STATUS ROWS ADDED' TO WS-RPT-CNT-LABEL
           MOVE WS-STATUS-INSERTED  TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'STATUS ROWS UPDATED' TO WS-RPT-CNT-LABEL
           MOVE WS-STATUS-UPDATED   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CARDS REJECTED'    TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
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
