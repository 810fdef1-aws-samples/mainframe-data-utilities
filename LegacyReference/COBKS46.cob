      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Employer concentration report. Walks CLIENT in key order and
      * rolls every type-5 employment row up to its canonical employer
      * by looking the stored employer name up on EMPMAPF, the same
      * way COBDF33 rolls DIFS reporting sources up through SRCMAPF.
      * Per employer: clients, the income total carried on those
      * clients' type-1 rows, their share of all employed clients and
      * the average tenure worked out from CLIENT-HIRE-DATE against
      * the CALENDF processing date. Spellings the mapping table does
      * not yet cover land in the UNMAPPED bucket.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS46.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT EMPMAPF  ASSIGN TO EMPMAPF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMX-KEY
                  FILE STATUS   IS WS-FS-EMPMAPF.

           SELECT EMPMASTF ASSIGN TO EMPMASTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMP-KEY
                  FILE STATUS   IS WS-FS-EMPMASTF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

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
           03  CLIENT-EMPLOYMENT REDEFINES CLIENT-MAIN.
            05 CLIENT-EMPLOYER-NAME      PIC  X(030).
            05 CLIENT-HIRE-DATE          PIC  X(010).
            05 FILLER                    PIC  X(454).

       FD  EMPMAPF.

       COPY EMPMAPF.

       FD  EMPMASTF.

       COPY EMPMASTF.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-EMPMAPF             PIC X(002) VALUE SPACES.
           05  WS-FS-EMPMASTF            PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-EMPLOYED               PIC 9(009) VALUE ZEROS.
           05  WS-UNMAPPED               PIC 9(009) VALUE ZEROS.
           05  WS-NO-TENURE              PIC 9(009) VALUE ZEROS.
           05  WS-EMP-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-EMP-FOUND-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-RANK-IX                PIC 9(003) VALUE ZEROS.
           05  WS-BEST-IX                PIC 9(003) VALUE ZEROS.
           05  WS-PASS-IX                PIC 9(003) VALUE ZEROS.
           05  WS-WORK-CODE              PIC X(008) VALUE SPACES.
           05  WS-LAST-ID                PIC 9(009) VALUE ZEROS.
           05  WS-LAST-INCOME            PIC S9(007)V99 VALUE ZEROS.
           05  WS-TENURE-MONTHS          PIC S9(005) VALUE ZEROS.
           05  WS-PCT-WORK               PIC 9(003)V9 VALUE ZEROS.
           05  WS-YEARS-WORK             PIC 9(003)V9 VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY               PIC 9(004).
           05  WS-RUN-MM                 PIC 9(002).
           05  WS-RUN-DD                 PIC 9(002).

      *-----------------------------------------------------------------
      * CLIENT-HIRE-DATE is carried MM/DD/YYYY, as COBKS16 edits it.
      *-----------------------------------------------------------------
       01  WS-HIRE-DATE                  PIC X(010) VALUE SPACES.
       01  WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-MM                PIC 9(002).
           05  WS-HIRE-SEP1              PIC X(001).
           05  WS-HIRE-DD                PIC 9(002).
           05  WS-HIRE-SEP2              PIC X(001).
           05  WS-HIRE-YYYY              PIC 9(004).

      *-----------------------------------------------------------------
      * Employment rolled up by canonical employer code -- clients,
      * their income and the tenure months behind the average --
      * built as codes are seen. The UNMAPPED bucket carries every
      * spelling EMPMAPF does not yet cover, so the mapping backlog
      * stays visible on the same report.
      *-----------------------------------------------------------------
       01  WS-EMP-TABLE.
           05  WS-EMP-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-EMP-ENTRY OCCURS 500 TIMES.
               10  WS-EMP-CODE           PIC X(008).
               10  WS-EMP-CLIENTS        PIC 9(007).
               10  WS-EMP-INCOME         PIC S9(011)V99.
               10  WS-EMP-TENURED        PIC 9(007).
               10  WS-EMP-MONTHS         PIC 9(009).
               10  WS-EMP-PRINTED-SW     PIC X(001).

       01  WS-SWITCHES.
           05  WS-CLIENT-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-CLIENT-EOF             VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.

       01  WS-RANK-LINE.
           05  WS-RNK-CODE               PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RNK-NAME               PIC X(024) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RNK-CLIENTS            PIC ZZ,ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RNK-INCOME             PIC -ZZ,ZZZ,ZZ9.99
                                          VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RNK-PCT                PIC ZZ9.9 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RNK-TENURE             PIC ZZ9.9 VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS46 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT   FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT EMPMAPF.

           IF WS-FS-EMPMAPF NOT EQUAL '00'
              DISPLAY 'OPEN EMPMAPF  FS:' WS-FS-EMPMAPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT EMPMASTF.

           IF WS-FS-EMPMASTF NOT EQUAL '00'
              DISPLAY 'OPEN EMPMASTF FS:' WS-FS-EMPMASTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'EMPLOYER CONCENTRATION'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS46 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'EMPLOYER  NAME'   TO WS-COLUMN-HEADING (1:14)
           MOVE 'CLIENTS'          TO WS-COLUMN-HEADING (35:7)
           MOVE 'INCOME TOTAL'     TO WS-COLUMN-HEADING (45:12)
           MOVE 'PCT'              TO WS-COLUMN-HEADING (60:3)
           MOVE 'TENURE'           TO WS-COLUMN-HEADING (64:6)

           MOVE LOW-VALUES TO CLIENT-KEY

           START CLIENT KEY IS NOT LESS THAN CLIENT-KEY
             INVALID KEY
                MOVE 'Y' TO WS-CLIENT-EOF-SW
           END-START

           PERFORM P200-TALLY-NEXT THRU P200-TALLY-NEXT-EXIT
              UNTIL WS-CLIENT-EOF

           PERFORM P600-PRINT-RANKED
           THRU    P600-PRINT-RANKED-EXIT

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EMPMAPF.
           IF WS-FS-EMPMAPF NOT EQUAL '00'
              DISPLAY 'CLOSE EMPMAPF FS:' WS-FS-EMPMAPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EMPMASTF.
           IF WS-FS-EMPMASTF NOT EQUAL '00'
              DISPLAY 'CLOSE EMPMASTF FS:' WS-FS-EMPMASTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'EMPLOYED CLIENTS..: ' WS-EMPLOYED.
           DISPLAY 'UNMAPPED EMPLOYERS: ' WS-UNMAPPED.
           DISPLAY 'NO USABLE HIRE DT.: ' WS-NO-TENURE.
           DISPLAY 'EMPLOYERS SEEN....: ' WS-EMP-CNT.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS46 FINISHED'.

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
      * A client's type-1 row keys ahead of its type-5 row, so the
      * income is held from the type-1 row and picked up when the
      * employment row for the same client follows.
      *-----------------------------------------------------------------
       P200-TALLY-NEXT.

           READ CLIENT NEXT RECORD
             AT END
                MOVE 'Y' TO WS-CLIENT-EOF-SW
             NOT AT END
                IF CLIENT-ID NOT EQUAL ZEROS
                   ADD 1 TO WS-SCANNED

                   EVALUATE CLIENT-TYPE
                   WHEN 1
                      MOVE CLIENT-ID     TO WS-LAST-ID
                      MOVE ZEROS         TO WS-LAST-INCOME

                      IF CLIENT-INCOME NUMERIC
                         MOVE CLIENT-INCOME TO WS-LAST-INCOME
                      END-IF
                   WHEN 5
                      ADD 1 TO WS-EMPLOYED

                      PERFORM P210-TRANSLATE-EMPLOYER
                      THRU    P210-TRANSLATE-EMPLOYER-EXIT

                      PERFORM P220-TALLY-EMPLOYER
                      THRU    P220-TALLY-EMPLOYER-EXIT
                   WHEN OTHER
                      CONTINUE
                   END-EVALUATE
                END-IF
           END-READ
           .

       P200-TALLY-NEXT-EXIT.
           EXIT.

       P210-TRANSLATE-EMPLOYER.

           IF CLIENT-EMPLOYER-NAME EQUAL SPACES
              MOVE 'UNMAPPED' TO WS-WORK-CODE
              ADD 1 TO WS-UNMAPPED
           ELSE
              MOVE CLIENT-EMPLOYER-NAME TO EMX-OBSERVED

              READ EMPMAPF
                INVALID KEY
                   MOVE 'UNMAPPED' TO WS-WORK-CODE
                   ADD 1 TO WS-UNMAPPED
                NOT INVALID KEY
                   MOVE EMX-EMPLOYER-CODE TO WS-WORK-CODE
              END-READ
           END-IF
           .

       P210-TRANSLATE-EMPLOYER-EXIT.
           EXIT.

       P220-TALLY-EMPLOYER.

           MOVE ZEROS TO WS-EMP-FOUND-IDX
                         WS-EMP-IX

           PERFORM P221-SCAN-EMPLOYER THRU P221-SCAN-EMPLOYER-EXIT
              UNTIL WS-EMP-IX NOT LESS WS-EMP-CNT
                 OR WS-EMP-FOUND-IDX GREATER ZERO

           IF WS-EMP-FOUND-IDX EQUAL ZERO
              IF WS-EMP-CNT LESS 500
                 ADD 1 TO WS-EMP-CNT
                 MOVE WS-WORK-CODE TO WS-EMP-CODE (WS-EMP-CNT)
                 MOVE ZEROS TO WS-EMP-CLIENTS (WS-EMP-CNT)
                               WS-EMP-INCOME  (WS-EMP-CNT)
                               WS-EMP-TENURED (WS-EMP-CNT)
                               WS-EMP-MONTHS  (WS-EMP-CNT)
                 MOVE 'N'   TO WS-EMP-PRINTED-SW (WS-EMP-CNT)
                 MOVE WS-EMP-CNT TO WS-EMP-FOUND-IDX
              ELSE
                 DISPLAY 'EMPLOYER TABLE FULL. CLIENT DROPPED: '
                          WS-WORK-CODE
              END-IF
           END-IF

           IF WS-EMP-FOUND-IDX GREATER ZERO
              ADD 1 TO WS-EMP-CLIENTS (WS-EMP-FOUND-IDX)

              IF CLIENT-ID EQUAL WS-LAST-ID
                 ADD WS-LAST-INCOME
                  TO WS-EMP-INCOME (WS-EMP-FOUND-IDX)
              END-IF

              PERFORM P230-TENURE-MONTHS
              THRU    P230-TENURE-MONTHS-EXIT

              IF WS-TENURE-MONTHS LESS ZERO
                 ADD 1 TO WS-NO-TENURE
              ELSE
                 ADD 1 TO WS-EMP-TENURED (WS-EMP-FOUND-IDX)
                 ADD WS-TENURE-MONTHS
                  TO WS-EMP-MONTHS (WS-EMP-FOUND-IDX)
              END-IF
           END-IF
           .

       P220-TALLY-EMPLOYER-EXIT.
           EXIT.

       P221-SCAN-EMPLOYER.

           ADD 1 TO WS-EMP-IX

           IF WS-EMP-CODE (WS-EMP-IX) EQUAL WS-WORK-CODE
              MOVE WS-EMP-IX TO WS-EMP-FOUND-IDX
           END-IF
           .

       P221-SCAN-EMPLOYER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Whole months from hire to the processing date. A hire date
      * that is missing, malformed or after the processing date comes
      * back as -1 and is left out of the average.
      *-----------------------------------------------------------------
       P230-TENURE-MONTHS.

           MOVE -1               TO WS-TENURE-MONTHS
           MOVE CLIENT-HIRE-DATE TO WS-HIRE-DATE

           IF  WS-HIRE-MM   NUMERIC
           AND WS-HIRE-DD   NUMERIC
           AND WS-HIRE-YYYY NUMERIC
           AND WS-HIRE-SEP1 EQUAL '/'
           AND WS-HIRE-SEP2 EQUAL '/'
           AND WS-HIRE-MM   GREATER ZERO
           AND WS-HIRE-MM   NOT GREATER 12
              COMPUTE WS-TENURE-MONTHS =
                      (WS-RUN-YYYY - WS-HIRE-YYYY) * 12
                    + WS-RUN-MM - WS-HIRE-MM

              IF WS-RUN-DD LESS WS-HIRE-DD
                 SUBTRACT 1 FROM WS-TENURE-MONTHS
              END-IF

              IF WS-TENURE-MONTHS LESS ZERO
                 MOVE -1 TO WS-TENURE-MONTHS
              END-IF
           END-IF
           .

       P230-TENURE-MONTHS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Ranked print: each pass finds the unprinted employer carrying
      * the most clients -- a selection pass over the table, largest
      * first, so concentration shows at the top of the page.
      *-----------------------------------------------------------------
       P600-PRINT-RANKED.

           MOVE ZEROS TO WS-PASS-IX

           PERFORM P610-PRINT-NEXT-BEST
           THRU    P610-PRINT-NEXT-BEST-EXIT
              UNTIL WS-PASS-IX NOT LESS WS-EMP-CNT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'EMPLOYED CLIENTS'  TO WS-RPT-CNT-LABEL
           MOVE WS-EMPLOYED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'UNMAPPED EMPLOYERS' TO WS-RPT-CNT-LABEL
           MOVE WS-UNMAPPED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'NO USABLE HIRE DATE' TO WS-RPT-CNT-LABEL
           MOVE WS-NO-TENURE        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P600-PRINT-RANKED-EXIT.
           EXIT.

       P610-PRINT-NEXT-BEST.

           ADD 1 TO WS-PASS-IX

           MOVE ZEROS TO WS-BEST-IX
                         WS-RANK-IX

           PERFORM P620-FIND-BEST THRU P620-FIND-BEST-EXIT
              UNTIL WS-RANK-IX NOT LESS WS-EMP-CNT

           IF WS-BEST-IX GREATER ZERO
              MOVE SPACES TO WS-RANK-LINE
              MOVE WS-EMP-CODE (WS-BEST-IX) TO WS-RNK-CODE

              MOVE WS-EMP-CODE (WS-BEST-IX) TO EMP-CODE

              READ EMPMASTF
                INVALID KEY
                   MOVE SPACES        TO WS-RNK-NAME
                NOT INVALID KEY
                   MOVE EMP-NAME      TO WS-RNK-NAME
              END-READ

              MOVE WS-EMP-CLIENTS (WS-BEST-IX) TO WS-RNK-CLIENTS
              MOVE WS-EMP-INCOME  (WS-BEST-IX) TO WS-RNK-INCOME

              COMPUTE WS-PCT-WORK ROUNDED =
                      WS-EMP-CLIENTS (WS-BEST-IX) * 100 / WS-EMPLOYED
              MOVE WS-PCT-WORK TO WS-RNK-PCT

              IF WS-EMP-TENURED (WS-BEST-IX) GREATER ZERO
                 COMPUTE WS-YEARS-WORK ROUNDED =
                         WS-EMP-MONTHS (WS-BEST-IX)
                       / WS-EMP-TENURED (WS-BEST-IX) / 12
                 MOVE WS-YEARS-WORK TO WS-RNK-TENURE
              END-IF

              MOVE WS-RANK-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE 'Y' TO WS-EMP-PRINTED-SW (WS-BEST-IX)
           END-IF
           .

       P610-PRINT-NEXT-BEST-EXIT.
           EXIT.

       P620-FIND-BEST.

           ADD 1 TO WS-RANK-IX

           IF WS-EMP-PRINTED-SW (WS-RANK-IX) EQUAL 'N'
              IF WS-BEST-IX EQUAL ZERO
                 MOVE WS-RANK-IX TO WS-BEST-IX
              ELSE
                 IF WS-EMP-CLIENTS (WS-RANK-IX)
                    GREATER WS-EMP-CLIENTS (WS-BEST-IX)
                    MOVE WS-RANK-IX TO WS-BEST-IX
                 END-IF
              END-IF
           END-IF
           .

       P620-FIND-BEST-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
