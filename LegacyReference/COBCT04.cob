      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Quarterly access review. Compares the operator authorization
      * file (OPRAUTF, maintained by COBCT03) against who actually
      * used the system in the quarter: the DIFS inquiry log ACCESSLG,
      * the CLIENT inquiry log CLACCLG and the maintenance-deck usage
      * log MNTLOGF. Four sections print:
      *
      *   USE WITHOUT GRANT   inquiry-log rows whose requestor held no
      *                       grant in force that day for the program
      *   REFUSED MAINTENANCE maintenance cards turned away, by
      *                       operator, program, action and reason
      *   DORMANT GRANTS      grants in force at quarter end that saw
      *                       no use at all in the quarter
      *   EXPIRED NOT REVOKED grants past expiry still carried active
      *
      * Each section aggregates to one line per operator and program
      * with a count and the first date seen.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCT04.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT ACCESSLG ASSIGN TO ACCESSLG
                  FILE STATUS IS WS-FS-ACCESSLG.

      *-----------------------------------------------------------------
      * CLACCLG has the ACCESSLG record shape (see ACCESSF.cpy); its
      * rows are read into WS-CLIENT-ACCESS.
      *-----------------------------------------------------------------
           SELECT CLACCLG  ASSIGN TO CLACCLG
                  FILE STATUS IS WS-FS-CLACCLG.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  OPRAUTF.

       COPY OPRAUTF.

       FD  ACCESSLG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY ACCESSF.

       FD  CLACCLG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-CLIENT-ACCESS-LOG         PIC  X(080).

       FD  MNTLOGF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY MNTLOGF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-OPRAUTF             PIC X(002) VALUE SPACES.
           05  WS-FS-ACCESSLG            PIC X(002) VALUE SPACES.
           05  WS-FS-CLACCLG             PIC X(002) VALUE SPACES.
           05  WS-FS-MNTLOGF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-GRANTS-LOADED          PIC 9(009) VALUE ZEROS.
           05  WS-ACC-ROWS               PIC 9(009) VALUE ZEROS.
           05  WS-CLA-ROWS               PIC 9(009) VALUE ZEROS.
           05  WS-MNT-ROWS               PIC 9(009) VALUE ZEROS.
           05  WS-NO-GRANT-USES          PIC 9(009) VALUE ZEROS.
           05  WS-REFUSED-CARDS          PIC 9(009) VALUE ZEROS.
           05  WS-DORMANT-GRANTS         PIC 9(009) VALUE ZEROS.
           05  WS-EXPIRED-GRANTS         PIC 9(009) VALUE ZEROS.
           05  WS-GX                     PIC 9(004) VALUE ZEROS.
           05  WS-XX                     PIC 9(004) VALUE ZEROS.
           05  WS-QUARTER                PIC 9(001) VALUE ZEROS.
           05  WS-QTR-FROM-MONTH         PIC 9(002) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY               PIC 9(004).
           05  WS-RUN-MM                 PIC 9(002).
           05  WS-RUN-DD                 PIC 9(002).

      *-----------------------------------------------------------------
      * Request card (SYSIN): cols 1-5 the quarter wanted as YYYYQ.
      * Blank or zero reviews the quarter before the run date's.
      *-----------------------------------------------------------------
       01  WS-QUARTER-CARD.
           05  WS-QTR-WANTED.
               10  WS-QTR-WANTED-YYYY    PIC 9(004).
               10  WS-QTR-WANTED-Q       PIC 9(001).
           05  FILLER                    PIC X(075).

       01  WS-QTR-START                  PIC 9(008) VALUE ZEROS.
       01  WS-QTR-START-R REDEFINES WS-QTR-START.
           05  WS-QTR-START-YYYY         PIC 9(004).
           05  WS-QTR-START-MM           PIC 9(002).
           05  WS-QTR-START-DD           PIC 9(002).

       01  WS-QTR-END                    PIC 9(008) VALUE ZEROS.
       01  WS-QTR-END-R REDEFINES WS-QTR-END.
           05  WS-QTR-END-YYYY           PIC 9(004).
           05  WS-QTR-END-MM             PIC 9(002).
           05  WS-QTR-END-DD             PIC 9(002).

      *-----------------------------------------------------------------
      * CLACCLG row, in the ACCESSF.cpy shape.
      *-----------------------------------------------------------------
       01  WS-CLIENT-ACCESS.
           05  WS-CLA-RUN-DATE           PIC 9(008).
           05  WS-CLA-RUN-TIME           PIC 9(008).
           05  WS-CLA-PROGRAM-ID         PIC X(008).
           05  WS-CLA-REQUESTOR          PIC X(008).
           05  FILLER                    PIC X(048).

      *-----------------------------------------------------------------
      * One use of the system, from whichever log it came from.
      *-----------------------------------------------------------------
       01  WS-USE.
           05  WS-USE-SOURCE             PIC X(008) VALUE SPACES.
           05  WS-USE-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-USE-OPERATOR           PIC X(008) VALUE SPACES.
           05  WS-USE-PROGRAM            PIC X(008) VALUE SPACES.
           05  WS-USE-ACTION             PIC X(001) VALUE SPACES.
           05  WS-USE-REASON             PIC X(004) VALUE SPACES.
           05  WS-USE-KIND               PIC X(001) VALUE SPACES.

      *-----------------------------------------------------------------
      * The authorization file, held whole for matching.
      *-----------------------------------------------------------------
       01  WS-GRANT-TABLE.
           05  WS-GRANT-CNT              PIC 9(004) VALUE ZEROS.
           05  WS-GRANT-ENTRY OCCURS 2000 TIMES.
               10  WS-GRT-OPERATOR       PIC X(008).
               10  WS-GRT-PROGRAM        PIC X(008).
               10  WS-GRT-ACTION         PIC X(001).
               10  WS-GRT-STATUS         PIC X(001).
               10  WS-GRT-GRANTED        PIC 9(008).
               10  WS-GRT-EXPIRY         PIC 9(008).
               10  WS-GRT-CHANGED        PIC 9(008).
               10  WS-GRT-USES           PIC 9(007).

      *-----------------------------------------------------------------
      * Findings, one entry per kind, source, operator, program,
      * action and reason: 'U' use without grant, 'R' refused card.
      *-----------------------------------------------------------------
       01  WS-FINDING-TABLE.
           05  WS-FND-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-FND-ENTRY OCCURS 2000 TIMES.
               10  WS-FND-KIND           PIC X(001).
               10  WS-FND-SOURCE         PIC X(008).
               10  WS-FND-OPERATOR       PIC X(008).
               10  WS-FND-PROGRAM        PIC X(008).
               10  WS-FND-ACTION         PIC X(001).
               10  WS-FND-REASON         PIC X(004).
               10  WS-FND-FIRST-DATE     PIC 9(008).
               10  WS-FND-COUNT          PIC 9(007).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-MATCHED-SW             PIC X(001) VALUE 'N'.
               88  WS-MATCHED                VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(001) VALUE 'N'.
               88  WS-FOUND                  VALUE 'Y'.

       01  WS-REVIEW-LINE.
           05  WS-RVL-SOURCE             PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RVL-OPERATOR           PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RVL-PROGRAM            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RVL-ACTION             PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(003) VALUE SPACES.
           05  WS-RVL-DATE               PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RVL-COUNT              PIC ZZZ,ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RVL-NOTE               PIC X(027) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                    PIC X(004) VALUE '*** '.
           05  WS-SCL-TITLE              PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(046) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER                    PIC X(016)
                                 VALUE 'REVIEW PERIOD: '.
           05  WS-PRL-START              PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(004) VALUE ' TO '.
           05  WS-PRL-END                PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(044) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBCT04 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-QUARTER-CARD FROM SYSIN.

           PERFORM P050-SET-QUARTER THRU P050-SET-QUARTER-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'QUARTERLY OPERATOR ACCESS REVIEW'
                                   TO WS-RPT-TITLE
           MOVE 'COBCT04 '         TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'SOURCE    OPERATOR  PROGRAM   ACT  DATE'
                                   TO WS-COLUMN-HEADING (1:40)
           MOVE 'COUNT  NOTE'      TO WS-COLUMN-HEADING (48:11)

           PERFORM P100-LOAD-GRANTS THRU P100-LOAD-GRANTS-EXIT

           PERFORM P200-SCAN-ACCESSLG THRU P200-SCAN-ACCESSLG-EXIT

           PERFORM P250-SCAN-CLACCLG THRU P250-SCAN-CLACCLG-EXIT

           PERFORM P300-SCAN-MNTLOGF THRU P300-SCAN-MNTLOGF-EXIT

           MOVE WS-QTR-START       TO WS-PRL-START
           MOVE WS-QTR-END         TO WS-PRL-END
           MOVE WS-PERIOD-LINE     TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           PERFORM P600-PRINT-FINDINGS THRU P600-PRINT-FINDINGS-EXIT

           PERFORM P700-PRINT-GRANTS THRU P700-PRINT-GRANTS-EXIT

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'GRANTS ON FILE......: ' WS-GRANTS-LOADED.
           DISPLAY 'ACCESSLG ROWS.......: ' WS-ACC-ROWS.
           DISPLAY 'CLACCLG ROWS........: ' WS-CLA-ROWS.
           DISPLAY 'MNTLOGF ROWS........: ' WS-MNT-ROWS.
           DISPLAY 'USES WITHOUT GRANT..: ' WS-NO-GRANT-USES.
           DISPLAY 'REFUSED CARDS.......: ' WS-REFUSED-CARDS.
           DISPLAY 'DORMANT GRANTS......: ' WS-DORMANT-GRANTS.
           DISPLAY 'EXPIRED NOT REVOKED.: ' WS-EXPIRED-GRANTS.
           DISPLAY '--------------------'.

           DISPLAY 'COBCT04 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The quarter runs from the first of its first month to the
      * 31st of its last; the logs carry only real dates, so the
      * upper bound needs no calendar.
      *-----------------------------------------------------------------
       P050-SET-QUARTER.

           IF WS-QTR-WANTED NUMERIC
              AND WS-QTR-WANTED-Q NOT LESS 1
              AND WS-QTR-WANTED-Q NOT GREATER 4
              MOVE WS-QTR-WANTED-YYYY TO WS-QTR-START-YYYY
              MOVE WS-QTR-WANTED-Q    TO WS-QUARTER
           ELSE
              COMPUTE WS-QUARTER = (WS-RUN-MM - 1) / 3 + 1

              MOVE WS-RUN-YYYY TO WS-QTR-START-YYYY

              IF WS-QUARTER EQUAL 1
                 MOVE 4 TO WS-QUARTER
                 SUBTRACT 1 FROM WS-QTR-START-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-QUARTER
              END-IF
           END-IF

           COMPUTE WS-QTR-FROM-MONTH = (WS-QUARTER - 1) * 3 + 1

           MOVE WS-QTR-FROM-MONTH TO WS-QTR-START-MM
           MOVE 1                 TO WS-QTR-START-DD

           MOVE WS-QTR-START-YYYY TO WS-QTR-END-YYYY
           COMPUTE WS-QTR-END-MM = WS-QTR-FROM-MONTH + 2
           MOVE 31                TO WS-QTR-END-DD

           DISPLAY 'REVIEWING: ' WS-QTR-START ' TO ' WS-QTR-END
           .

       P050-SET-QUARTER-EXIT.
           EXIT.

       P100-LOAD-GRANTS.

           OPEN INPUT OPRAUTF.

           EVALUATE TRUE
           WHEN WS-FS-OPRAUTF EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P110-LOAD-NEXT-GRANT
              THRU    P110-LOAD-NEXT-GRANT-EXIT
                 UNTIL WS-EOF

              CLOSE OPRAUTF
           WHEN WS-FS-OPRAUTF EQUAL '35'
              DISPLAY 'OPRAUTF NOT DEFINED. NO GRANTS ON FILE.'
           WHEN OTHER
              DISPLAY 'OPEN OPRAUTF  FS:' WS-FS-OPRAUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P100-LOAD-GRANTS-EXIT.
           EXIT.

       P110-LOAD-NEXT-GRANT.

           READ OPRAUTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                IF WS-GRANT-CNT NOT LESS 2000
                   DISPLAY 'GRANT TABLE FULL AT: ' OPA-KEY
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-GRANT-CNT
                ADD 1 TO WS-GRANTS-LOADED

                MOVE OPA-OPERATOR-ID  TO WS-GRT-OPERATOR (WS-GRANT-CNT)
                MOVE OPA-PROGRAM-ID   TO WS-GRT-PROGRAM (WS-GRANT-CNT)
                MOVE OPA-ACTION       TO WS-GRT-ACTION (WS-GRANT-CNT)
                MOVE OPA-STATUS       TO WS-GRT-STATUS (WS-GRANT-CNT)
                MOVE OPA-GRANTED-DATE TO WS-GRT-GRANTED (WS-GRANT-CNT)
                MOVE OPA-EXPIRY-DATE  TO WS-GRT-EXPIRY (WS-GRANT-CNT)
                MOVE OPA-CHANGED-DATE TO WS-GRT-CHANGED (WS-GRANT-CNT)
                MOVE ZEROS            TO WS-GRT-USES (WS-GRANT-CNT)
           END-READ
           .

       P110-LOAD-NEXT-GRANT-EXIT.
           EXIT.

       P200-SCAN-ACCESSLG.

           OPEN INPUT ACCESSLG.

           EVALUATE TRUE
           WHEN WS-FS-ACCESSLG EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P210-ACCESSLG-NEXT
              THRU    P210-ACCESSLG-NEXT-EXIT
                 UNTIL WS-EOF

              CLOSE ACCESSLG
           WHEN WS-FS-ACCESSLG EQUAL '35'
              DISPLAY 'ACCESSLG NOT DEFINED. NOT REVIEWED.'
           WHEN OTHER
              DISPLAY 'OPEN ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P200-SCAN-ACCESSLG-EXIT.
           EXIT.

       P210-ACCESSLG-NEXT.

           READ ACCESSLG
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                IF ACC-RUN-DATE NOT LESS WS-QTR-START
                   AND ACC-RUN-DATE NOT GREATER WS-QTR-END
                   ADD 1 TO WS-ACC-ROWS

                   MOVE 'ACCESSLG'      TO WS-USE-SOURCE
                   MOVE ACC-RUN-DATE    TO WS-USE-DATE
                   MOVE ACC-REQUESTOR   TO WS-USE-OPERATOR
                   MOVE ACC-PROGRAM-ID  TO WS-USE-PROGRAM

                   PERFORM P400-REVIEW-INQUIRY
                   THRU    P400-REVIEW-INQUIRY-EXIT
                END-IF
           END-READ
           .

       P210-ACCESSLG-NEXT-EXIT.
           EXIT.

       P250-SCAN-CLACCLG.

           OPEN INPUT CLACCLG.

           EVALUATE TRUE
           WHEN WS-FS-CLACCLG EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P260-CLACCLG-NEXT
              THRU    P260-CLACCLG-NEXT-EXIT
                 UNTIL WS-EOF

              CLOSE CLACCLG
           WHEN WS-FS-CLACCLG EQUAL '35'
              DISPLAY 'CLACCLG NOT DEFINED. NOT REVIEWED.'
           WHEN OTHER
              DISPLAY 'OPEN CLACCLG  FS:' WS-FS-CLACCLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P250-SCAN-CLACCLG-EXIT.
           EXIT.

       P260-CLACCLG-NEXT.

           READ CLACCLG INTO WS-CLIENT-ACCESS
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                IF WS-CLA-RUN-DATE NOT LESS WS-QTR-START
                   AND WS-CLA-RUN-DATE NOT GREATER WS-QTR-END
                   ADD 1 TO WS-CLA-ROWS

                   MOVE 'CLACCLG '        TO WS-USE-SOURCE
                   MOVE WS-CLA-RUN-DATE   TO WS-USE-DATE
                   MOVE WS-CLA-REQUESTOR  TO WS-USE-OPERATOR
                   MOVE WS-CLA-PROGRAM-ID TO WS-USE-PROGRAM

                   PERFORM P400-REVIEW-INQUIRY
                   THRU    P400-REVIEW-INQUIRY-EXIT
                END-IF
           END-READ
           .

       P260-CLACCLG-NEXT-EXIT.
           EXIT.

       P300-SCAN-MNTLOGF.

           OPEN INPUT MNTLOGF.

           EVALUATE TRUE
           WHEN WS-FS-MNTLOGF EQUAL '00'
              MOVE 'N' TO WS-EOF-SW

              PERFORM P310-MNTLOGF-NEXT
              THRU    P310-MNTLOGF-NEXT-EXIT
                 UNTIL WS-EOF

              CLOSE MNTLOGF
           WHEN WS-FS-MNTLOGF EQUAL '35'
              DISPLAY 'MNTLOGF NOT DEFINED. NOT REVIEWED.'
           WHEN OTHER
              DISPLAY 'OPEN MNTLOGF  FS:' WS-FS-MNTLOGF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P300-SCAN-MNTLOGF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A granted card marks the grant it used; a refused card is a
      * finding in its own right.
      *-----------------------------------------------------------------
       P310-MNTLOGF-NEXT.

           READ MNTLOGF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                IF MNL-RUN-DATE NOT LESS WS-QTR-START
                   AND MNL-RUN-DATE NOT GREATER WS-QTR-END
                   ADD 1 TO WS-MNT-ROWS

                   MOVE 'MNTLOGF '      TO WS-USE-SOURCE
                   MOVE MNL-RUN-DATE    TO WS-USE-DATE
                   MOVE MNL-OPERATOR-ID TO WS-USE-OPERATOR
                   MOVE MNL-PROGRAM-ID  TO WS-USE-PROGRAM
                   MOVE MNL-ACTION      TO WS-USE-ACTION

                   IF MNL-GRANTED
                      PERFORM P410-MARK-GRANT-USED
                      THRU    P410-MARK-GRANT-USED-EXIT
                   ELSE
                      MOVE 'R'          TO WS-USE-KIND
                      MOVE MNL-REASON   TO WS-USE-REASON

                      PERFORM P450-ADD-FINDING
                      THRU    P450-ADD-FINDING-EXIT

                      ADD 1 TO WS-REFUSED-CARDS
                   END-IF
                END-IF
           END-READ
           .

       P310-MNTLOGF-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An inquiry is covered by any grant on the program, whatever
      * its action code, in force on the day of the lookup.
      *-----------------------------------------------------------------
       P400-REVIEW-INQUIRY.

           MOVE SPACES TO WS-USE-ACTION
                          WS-USE-REASON

           PERFORM P410-MARK-GRANT-USED
           THRU    P410-MARK-GRANT-USED-EXIT

           IF NOT WS-MATCHED
              MOVE 'U'    TO WS-USE-KIND
              MOVE 'NOGR' TO WS-USE-REASON

              PERFORM P450-ADD-FINDING
              THRU    P450-ADD-FINDING-EXIT

              ADD 1 TO WS-NO-GRANT-USES
           END-IF
           .

       P400-REVIEW-INQUIRY-EXIT.
           EXIT.

       P410-MARK-GRANT-USED.

           MOVE 'N' TO WS-MATCHED-SW
           MOVE ZERO TO WS-GX

           PERFORM P420-MATCH-GRANT THRU P420-MATCH-GRANT-EXIT
              UNTIL WS-MATCHED
                 OR WS-GX NOT LESS WS-GRANT-CNT
           .

       P410-MARK-GRANT-USED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A grant was in force on a day it had been granted by, had not
      * yet expired, and had not been revoked on or before.
      *-----------------------------------------------------------------
       P420-MATCH-GRANT.

           ADD 1 TO WS-GX

           IF WS-GRT-OPERATOR (WS-GX) EQUAL WS-USE-OPERATOR
              AND WS-GRT-PROGRAM (WS-GX) EQUAL WS-USE-PROGRAM
              AND (WS-USE-ACTION EQUAL SPACES
                OR WS-GRT-ACTION (WS-GX) EQUAL WS-USE-ACTION
                OR WS-GRT-ACTION (WS-GX) EQUAL '*')
              AND WS-GRT-GRANTED (WS-GX) NOT GREATER WS-USE-DATE
              AND WS-GRT-EXPIRY (WS-GX) NOT LESS WS-USE-DATE
              AND (WS-GRT-STATUS (WS-GX) EQUAL 'A'
                OR WS-GRT-CHANGED (WS-GX) GREATER WS-USE-DATE)
              MOVE 'Y' TO WS-MATCHED-SW
              ADD 1 TO WS-GRT-USES (WS-GX)
           END-IF
           .

       P420-MATCH-GRANT-EXIT.
           EXIT.

       P450-ADD-FINDING.

           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-XX

           PERFORM P460-MATCH-FINDING THRU P460-MATCH-FINDING-EXIT
              UNTIL WS-FOUND
                 OR WS-XX NOT LESS WS-FND-CNT

           IF NOT WS-FOUND
              IF WS-FND-CNT NOT LESS 2000
                 DISPLAY 'FINDING TABLE FULL AT: ' WS-USE-OPERATOR
                         ' ' WS-USE-PROGRAM
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-FND-CNT
              MOVE WS-FND-CNT      TO WS-XX

              MOVE WS-USE-KIND     TO WS-FND-KIND (WS-XX)
              MOVE WS-USE-SOURCE   TO WS-FND-SOURCE (WS-XX)
              MOVE WS-USE-OPERATOR TO WS-FND-OPERATOR (WS-XX)
              MOVE WS-USE-PROGRAM  TO WS-FND-PROGRAM (WS-XX)
              MOVE WS-USE-ACTION   TO WS-FND-ACTION (WS-XX)
              MOVE WS-USE-REASON   TO WS-FND-REASON (WS-XX)
              MOVE WS-USE-DATE     TO WS-FND-FIRST-DATE (WS-XX)
              MOVE ZEROS           TO WS-FND-COUNT (WS-XX)
           END-IF

           ADD 1 TO WS-FND-COUNT (WS-XX)
           .

       P450-ADD-FINDING-EXIT.
           EXIT.

       P460-MATCH-FINDING.

           ADD 1 TO WS-XX

           IF WS-FND-KIND (WS-XX)     EQUAL WS-USE-KIND
              AND WS-FND-SOURCE (WS-XX)   EQUAL WS-USE-SOURCE
              AND WS-FND-OPERATOR (WS-XX) EQUAL WS-USE-OPERATOR
              AND WS-FND-PROGRAM (WS-XX)  EQUAL WS-USE-PROGRAM
              AND WS-FND-ACTION (WS-XX)   EQUAL WS-USE-ACTION
              AND WS-FND-REASON (WS-XX)   EQUAL WS-USE-REASON
              MOVE 'Y' TO WS-FOUND-SW
           END-IF
           .

       P460-MATCH-FINDING-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Uses without a grant first, then refused maintenance cards.
      *-----------------------------------------------------------------
       P600-PRINT-FINDINGS.

           MOVE 'USE WITHOUT GRANT'   TO WS-SCL-TITLE
           PERFORM P690-WRITE-SECTION THRU P690-WRITE-SECTION-EXIT

           MOVE 'U'  TO WS-USE-KIND
           MOVE ZERO TO WS-XX

           PERFORM P610-PRINT-FINDING THRU P610-PRINT-FINDING-EXIT
              UNTIL WS-XX NOT LESS WS-FND-CNT

           MOVE 'REFUSED MAINTENANCE' TO WS-SCL-TITLE
           PERFORM P690-WRITE-SECTION THRU P690-WRITE-SECTION-EXIT

           MOVE 'R'  TO WS-USE-KIND
           MOVE ZERO TO WS-XX

           PERFORM P610-PRINT-FINDING THRU P610-PRINT-FINDING-EXIT
              UNTIL WS-XX NOT LESS WS-FND-CNT
           .

       P600-PRINT-FINDINGS-EXIT.
           EXIT.

       P610-PRINT-FINDING.

           ADD 1 TO WS-XX

           IF WS-FND-KIND (WS-XX) EQUAL WS-USE-KIND
              MOVE SPACES                  TO WS-REVIEW-LINE
              MOVE WS-FND-SOURCE (WS-XX)   TO WS-RVL-SOURCE
              MOVE WS-FND-OPERATOR (WS-XX) TO WS-RVL-OPERATOR
              MOVE WS-FND-PROGRAM (WS-XX)  TO WS-RVL-PROGRAM
              MOVE WS-FND-ACTION (WS-XX)   TO WS-RVL-ACTION
              MOVE WS-FND-FIRST-DATE (WS-XX)
                                           TO WS-RVL-DATE
              MOVE WS-FND-COUNT (WS-XX)    TO WS-RVL-COUNT

              EVALUATE WS-FND-REASON (WS-XX)
              WHEN 'NOGR'
                 MOVE 'NO GRANT IN FORCE'      TO WS-RVL-NOTE
              WHEN 'BOPR'
                 MOVE 'NO OPERATOR ON CARD'    TO WS-RVL-NOTE
              WHEN 'BEXP'
                 MOVE 'GRANT EXPIRED'          TO WS-RVL-NOTE
              WHEN OTHER
                 MOVE 'NOT AUTHORIZED'         TO WS-RVL-NOTE
              END-EVALUATE

              MOVE WS-REVIEW-LINE          TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF
           .

       P610-PRINT-FINDING-EXIT.
           EXIT.

       P690-WRITE-SECTION.

           MOVE SPACES          TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-SECTION-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P690-WRITE-SECTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Dormant grants (in force at quarter end, never used in it),
      * then grants past expiry that nobody has revoked.
      *-----------------------------------------------------------------
       P700-PRINT-GRANTS.

           MOVE 'DORMANT GRANTS'      TO WS-SCL-TITLE
           PERFORM P690-WRITE-SECTION THRU P690-WRITE-SECTION-EXIT

           MOVE ZERO TO WS-GX

           PERFORM P710-PRINT-DORMANT THRU P710-PRINT-DORMANT-EXIT
              UNTIL WS-GX NOT LESS WS-GRANT-CNT

           MOVE 'EXPIRED NOT REVOKED' TO WS-SCL-TITLE
           PERFORM P690-WRITE-SECTION THRU P690-WRITE-SECTION-EXIT

           MOVE ZERO TO WS-GX

           PERFORM P720-PRINT-EXPIRED THRU P720-PRINT-EXPIRED-EXIT
              UNTIL WS-GX NOT LESS WS-GRANT-CNT
           .

       P700-PRINT-GRANTS-EXIT.
           EXIT.

       P710-PRINT-DORMANT.

           ADD 1 TO WS-GX

           IF WS-GRT-STATUS (WS-GX) EQUAL 'A'
              AND WS-GRT-GRANTED (WS-GX) NOT GREATER WS-QTR-END
              AND WS-GRT-EXPIRY (WS-GX) NOT LESS WS-QTR-END
              AND WS-GRT-USES (WS-GX) EQUAL ZERO
              MOVE 'OPRAUTF '        TO WS-USE-SOURCE
              MOVE 'NO USE IN QUARTER'
                                     TO WS-RVL-NOTE

              PERFORM P790-WRITE-GRANT THRU P790-WRITE-GRANT-EXIT

              ADD 1 TO WS-DORMANT-GRANTS
           END-IF
           .

       P710-PRINT-DORMANT-EXIT.
           EXIT.

       P720-PRINT-EXPIRED.

           ADD 1 TO WS-GX

           IF WS-GRT-STATUS (WS-GX) EQUAL 'A'
              AND WS-GRT-EXPIRY (WS-GX) LESS WS-RUN-DATE
              MOVE 'OPRAUTF '        TO WS-USE-SOURCE
              MOVE 'EXPIRED - REVOKE'
                                     TO WS-RVL-NOTE

              PERFORM P790-WRITE-GRANT THRU P790-WRITE-GRANT-EXIT

              ADD 1 TO WS-EXPIRED-GRANTS
           END-IF
           .

       P720-PRINT-EXPIRED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Grant lines carry the expiry date and the quarter's use count.
      *-----------------------------------------------------------------
       P790-WRITE-GRANT.

           MOVE WS-USE-SOURCE           TO WS-RVL-SOURCE
           MOVE WS-GRT-OPERATOR (WS-GX) TO WS-RVL-OPERATOR
           MOVE WS-GRT-PROGRAM (WS-GX)  TO WS-RVL-PROGRAM
           MOVE WS-GRT-ACTION (WS-GX)   TO WS-RVL-ACTION
           MOVE WS-GRT-EXPIRY (WS-GX)   TO WS-RVL-DATE
           MOVE WS-GRT-USES (WS-GX)     TO WS-RVL-COUNT

           MOVE WS-REVIEW-LINE          TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P790-WRITE-GRANT-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'GRANTS ON FILE'    TO WS-RPT-CNT-LABEL
           MOVE WS-GRANTS-LOADED    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'USES WITHOUT GRANT' TO WS-RPT-CNT-LABEL
           MOVE WS-NO-GRANT-USES    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REFUSED CARDS'     TO WS-RPT-CNT-LABEL
           MOVE WS-REFUSED-CARDS    TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'DORMANT GRANTS'    TO WS-RPT-CNT-LABEL
           MOVE WS-DORMANT-GRANTS   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'EXPIRED NOT REVOKED' TO WS-RPT-CNT-LABEL
           MOVE WS-EXPIRED-GRANTS   TO WS-RPT-CNT-VALUE
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
