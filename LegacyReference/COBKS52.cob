      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Relationship-manager book of business. Walks the RMASGNF
      * assignments COBKS51 keeps and rolls them up by manager: the
      * clients each carries tonight, the income total on those
      * clients' type-1 rows, and the clients added to and lost from
      * the book since the last CALENDF period end -- worked from the
      * period-end manager each row keeps (see RMASGNF.cpy), so a
      * client moved twice in the period counts once, against where
      * it started and where it ended. Clients the ZIP rule could not
      * place print as one UNASSIGNED line, broken down by reason.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS52.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT RMASGNF  ASSIGN TO RMASGNF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RMA-KEY
                  FILE STATUS   IS WS-FS-RMASGNF.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT TERRROSF ASSIGN TO TERRROSF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS TR-KEY
                  FILE STATUS   IS WS-FS-TERRROSF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  RMASGNF.

       COPY RMASGNF.

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

       FD  TERRROSF.

       COPY TERRROSF.

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
           05  WS-FS-RMASGNF             PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-TERRROSF            PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-ROWS-READ              PIC 9(009) VALUE ZEROS.
           05  WS-CLOSED-ROWS            PIC 9(009) VALUE ZEROS.
           05  WS-NO-CLIENT-ROW          PIC 9(009) VALUE ZEROS.
           05  WS-UNA-CLIENTS            PIC 9(009) VALUE ZEROS.
           05  WS-UNA-INCOME             PIC S9(011)V99 VALUE ZEROS.
           05  WS-UNA-NO-ZIP             PIC 9(009) VALUE ZEROS.
           05  WS-UNA-UNMAPPED-ZIP       PIC 9(009) VALUE ZEROS.
           05  WS-UNA-NO-MANAGER         PIC 9(009) VALUE ZEROS.
           05  WS-TOT-CLIENTS            PIC 9(009) VALUE ZEROS.
           05  WS-TOT-INCOME             PIC S9(011)V99 VALUE ZEROS.
           05  WS-TOT-ADDED              PIC 9(009) VALUE ZEROS.
           05  WS-TOT-LOST               PIC 9(009) VALUE ZEROS.
           05  WS-ROS-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-RM-IX                  PIC 9(003) VALUE ZEROS.
           05  WS-RM-FOUND-IDX           PIC 9(003) VALUE ZEROS.
           05  WS-RANK-IX                PIC 9(003) VALUE ZEROS.
           05  WS-BEST-IX                PIC 9(003) VALUE ZEROS.
           05  WS-PASS-IX                PIC 9(003) VALUE ZEROS.
           05  WS-WORK-RM-ID             PIC X(008) VALUE SPACES.
           05  WS-CUR-RM-ID              PIC X(008) VALUE SPACES.
           05  WS-PE-RM-ID               PIC X(008) VALUE SPACES.
           05  WS-ROW-INCOME             PIC S9(007)V99 VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-PERIOD-END-DATE            PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-RMASGNF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-RMASGNF-EOF            VALUE 'Y'.
           05  WS-ROSTER-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-ROSTER-EOF             VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-HAVE-ROSTER-SW         PIC X(001) VALUE 'N'.
               88  WS-HAVE-ROSTER            VALUE 'Y'.

      *-----------------------------------------------------------------
      * Manager names off the territory roster. A manager carrying
      * more than one territory is named from the first row found.
      *-----------------------------------------------------------------
       01  WS-ROSTER-TABLE.
           05  WS-ROS-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-ROS-ENTRY OCCURS 500 TIMES.
               10  WS-ROS-RM-ID          PIC X(008).
               10  WS-ROS-RM-NAME        PIC X(030).

      *-----------------------------------------------------------------
      * The book rolled up by manager id, built as managers are seen
      * -- on either side of a move, so a manager whose whole book
      * left in the period still prints with its losses.
      *-----------------------------------------------------------------
       01  WS-RM-TABLE.
           05  WS-RM-CNT                 PIC 9(003) VALUE ZEROS.
           05  WS-RM-ENTRY OCCURS 500 TIMES.
               10  WS-RM-ID              PIC X(008).
               10  WS-RM-CLIENTS         PIC 9(007).
               10  WS-RM-INCOME          PIC S9(011)V99.
               10  WS-RM-ADDED           PIC 9(007).
               10  WS-RM-LOST            PIC 9(007).
               10  WS-RM-PRINTED-SW      PIC X(001).

       01  WS-BOOK-LINE.
           05  WS-BKL-RM-ID              PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-BKL-RM-NAME            PIC X(024) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-BKL-CLIENTS            PIC ZZ,ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-BKL-INCOME             PIC -ZZ,ZZZ,ZZZ,ZZ9.99
                                          VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-BKL-ADDED              PIC ZZ,ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-BKL-LOST               PIC ZZ,ZZ9 VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  WS-PRD-LABEL              PIC X(020)
                                         VALUE 'ADDED/LOST SINCE'.
           05  FILLER                    PIC X(003) VALUE SPACES.
           05  WS-PRD-DATE               PIC 9(008) VALUE ZEROS.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS52 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           PERFORM P100-LOAD-ROSTER
           THRU    P100-LOAD-ROSTER-EXIT

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT   FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'RELATIONSHIP MANAGER BOOK OF BUSINESS'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS52 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'RM ID     MANAGER NAME'
                                   TO WS-COLUMN-HEADING (1:22)
           MOVE 'CLIENTS'          TO WS-COLUMN-HEADING (35:7)
           MOVE 'INCOME TOTAL'     TO WS-COLUMN-HEADING (49:12)
           MOVE 'ADDED'            TO WS-COLUMN-HEADING (63:5)
           MOVE 'LOST'             TO WS-COLUMN-HEADING (71:4)

           OPEN INPUT RMASGNF.

           EVALUATE TRUE
           WHEN WS-FS-RMASGNF EQUAL '00'
              MOVE LOW-VALUES TO RMA-KEY

              START RMASGNF KEY IS NOT LESS THAN RMA-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-RMASGNF-EOF-SW
              END-START

              PERFORM P200-TALLY-NEXT THRU P200-TALLY-NEXT-EXIT
                 UNTIL WS-RMASGNF-EOF

              CLOSE RMASGNF

              IF WS-FS-RMASGNF NOT EQUAL '00'
                 DISPLAY 'CLOSE RMASGNF FS:' WS-FS-RMASGNF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-RMASGNF EQUAL '35'
              DISPLAY 'RMASGNF NOT DEFINED. NO ASSIGNMENTS YET.'
           WHEN OTHER
              DISPLAY 'OPEN RMASGNF  FS:' WS-FS-RMASGNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           PERFORM P600-PRINT-BOOKS
           THRU    P600-PRINT-BOOKS-EXIT

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
           DISPLAY 'ASSIGNMENT ROWS...: ' WS-ROWS-READ.
           DISPLAY 'CLOSED ROWS.......: ' WS-CLOSED-ROWS.
           DISPLAY 'MANAGERS..........: ' WS-RM-CNT.
           DISPLAY 'CLIENTS ASSIGNED..: ' WS-TOT-CLIENTS.
           DISPLAY 'CLIENTS UNASSIGNED: ' WS-UNA-CLIENTS.
           DISPLAY 'ADDED IN PERIOD...: ' WS-TOT-ADDED.
           DISPLAY 'LOST IN PERIOD....: ' WS-TOT-LOST.
           DISPLAY 'NO TYPE-1 ROW.....: ' WS-NO-CLIENT-ROW.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS52 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The processing date is the CALENDF row flagged current; the
      * last period-end marker read ahead of it (the calendar is kept
      * in date order) opens the period, as in COBKS51.
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
           DISPLAY 'LAST PERIOD END.........: ' WS-PERIOD-END-DATE
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
                ELSE
                   IF CAL-PERIOD-END
                      MOVE CAL-DATE TO WS-PERIOD-END-DATE
                   END-IF
                END-IF
           END-READ
           .

       P056-READ-CALENDAR-EXIT.
           EXIT.

       P100-LOAD-ROSTER.

           OPEN INPUT TERRROSF.

           EVALUATE TRUE
           WHEN WS-FS-TERRROSF EQUAL '00'
              MOVE LOW-VALUES TO TR-KEY

              START TERRROSF KEY IS NOT LESS THAN TR-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-ROSTER-EOF-SW
              END-START

              PERFORM P110-READ-ROSTER THRU P110-READ-ROSTER-EXIT
                 UNTIL WS-ROSTER-EOF

              CLOSE TERRROSF

              IF WS-FS-TERRROSF NOT EQUAL '00'
                 DISPLAY 'CLOSE TERRROSF FS:' WS-FS-TERRROSF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN WS-FS-TERRROSF EQUAL '35'
              DISPLAY 'TERRROSF NOT DEFINED. NO MANAGER NAMES.'
           WHEN OTHER
              DISPLAY 'OPEN TERRROSF FS:' WS-FS-TERRROSF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P100-LOAD-ROSTER-EXIT.
           EXIT.

       P110-READ-ROSTER.

           READ TERRROSF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-ROSTER-EOF-SW
             NOT AT END
                IF WS-ROS-CNT LESS 500
                   ADD 1 TO WS-ROS-CNT
                   MOVE TR-RM-ID   TO WS-ROS-RM-ID   (WS-ROS-CNT)
                   MOVE TR-RM-NAME TO WS-ROS-RM-NAME (WS-ROS-CNT)
                END-IF
           END-READ
           .

       P110-READ-ROSTER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The manager at the period end is the one banked on the row when
      * it has changed since, else the one it still carries. A closed
      * row carries nobody now.
      *-----------------------------------------------------------------
       P200-TALLY-NEXT.

           READ RMASGNF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-RMASGNF-EOF-SW
             NOT AT END
                ADD 1 TO WS-ROWS-READ

                IF RMA-CHANGE-DATE GREATER WS-PERIOD-END-DATE
                   MOVE RMA-PE-RM-ID TO WS-PE-RM-ID
                ELSE
                   MOVE RMA-RM-ID    TO WS-PE-RM-ID
                END-IF

                IF RMA-CLOSED
                   ADD 1 TO WS-CLOSED-ROWS
                   MOVE SPACES       TO WS-CUR-RM-ID
                ELSE
                   MOVE RMA-RM-ID    TO WS-CUR-RM-ID

                   PERFORM P210-TALLY-CURRENT
                   THRU    P210-TALLY-CURRENT-EXIT
                END-IF

                IF WS-CUR-RM-ID NOT EQUAL WS-PE-RM-ID
                   PERFORM P220-TALLY-MOVE
                   THRU    P220-TALLY-MOVE-EXIT
                END-IF
           END-READ
           .

       P200-TALLY-NEXT-EXIT.
           EXIT.

       P210-TALLY-CURRENT.

           MOVE ZEROS         TO WS-ROW-INCOME
           MOVE RMA-CLIENT-ID TO CLIENT-ID
           MOVE 1             TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                ADD 1 TO WS-NO-CLIENT-ROW
             NOT INVALID KEY
                IF CLIENT-INCOME NUMERIC
                   MOVE CLIENT-INCOME TO WS-ROW-INCOME
                END-IF
           END-READ

           IF WS-CUR-RM-ID EQUAL SPACES
              ADD 1             TO WS-UNA-CLIENTS
              ADD WS-ROW-INCOME TO WS-UNA-INCOME

              EVALUATE RMA-UNASSIGNED-REASON
              WHEN 'NZIP'
                 ADD 1 TO WS-UNA-NO-ZIP
              WHEN 'UZIP'
                 ADD 1 TO WS-UNA-UNMAPPED-ZIP
              WHEN OTHER
                 ADD 1 TO WS-UNA-NO-MANAGER
              END-EVALUATE
           ELSE
              MOVE WS-CUR-RM-ID TO WS-WORK-RM-ID

              PERFORM P300-FIND-MANAGER
              THRU    P300-FIND-MANAGER-EXIT

              IF WS-RM-FOUND-IDX GREATER ZERO
                 ADD 1             TO WS-RM-CLIENTS (WS-RM-FOUND-IDX)
                 ADD WS-ROW-INCOME TO WS-RM-INCOME  (WS-RM-FOUND-IDX)
              END-IF
           END-IF
           .

       P210-TALLY-CURRENT-EXIT.
           EXIT.

       P220-TALLY-MOVE.

           IF WS-CUR-RM-ID NOT EQUAL SPACES
              MOVE WS-CUR-RM-ID TO WS-WORK-RM-ID

              PERFORM P300-FIND-MANAGER
              THRU    P300-FIND-MANAGER-EXIT

              IF WS-RM-FOUND-IDX GREATER ZERO
                 ADD 1 TO WS-RM-ADDED (WS-RM-FOUND-IDX)
              END-IF
           END-IF

           IF WS-PE-RM-ID NOT EQUAL SPACES
              MOVE WS-PE-RM-ID  TO WS-WORK-RM-ID

              PERFORM P300-FIND-MANAGER
              THRU    P300-FIND-MANAGER-EXIT

              IF WS-RM-FOUND-IDX GREATER ZERO
                 ADD 1 TO WS-RM-LOST (WS-RM-FOUND-IDX)
              END-IF
           END-IF
           .

       P220-TALLY-MOVE-EXIT.
           EXIT.

       P300-FIND-MANAGER.

           MOVE ZEROS TO WS-RM-FOUND-IDX
                         WS-RM-IX

           PERFORM P310-SCAN-MANAGER THRU P310-SCAN-MANAGER-EXIT
              UNTIL WS-RM-IX NOT LESS WS-RM-CNT
                 OR WS-RM-FOUND-IDX GREATER ZERO

           IF WS-RM-FOUND-IDX EQUAL ZERO
              IF WS-RM-CNT LESS 500
                 ADD 1 TO WS-RM-CNT
                 MOVE WS-WORK-RM-ID TO WS-RM-ID (WS-RM-CNT)
                 MOVE ZEROS TO WS-RM-CLIENTS (WS-RM-CNT)
                               WS-RM-INCOME  (WS-RM-CNT)
                               WS-RM-ADDED   (WS-RM-CNT)
                               WS-RM-LOST    (WS-RM-CNT)
                 MOVE 'N'   TO WS-RM-PRINTED-SW (WS-RM-CNT)
                 MOVE WS-RM-CNT TO WS-RM-FOUND-IDX
              ELSE
                 DISPLAY 'MANAGER TABLE FULL. CLIENT DROPPED: '
                          RMA-CLIENT-ID
              END-IF
           END-IF
           .

       P300-FIND-MANAGER-EXIT.
           EXIT.

       P310-SCAN-MANAGER.

           ADD 1 TO WS-RM-IX

           IF WS-RM-ID (WS-RM-IX) EQUAL WS-WORK-RM-ID
              MOVE WS-RM-IX TO WS-RM-FOUND-IDX
           END-IF
           .

       P310-SCAN-MANAGER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Print in manager-id order: each pass picks the lowest id not
      * yet printed, the selection pass COBKS46 ranks employers with.
      *-----------------------------------------------------------------
       P600-PRINT-BOOKS.

           MOVE ZEROS TO WS-PASS-IX

           PERFORM P610-PRINT-NEXT-BOOK
           THRU    P610-PRINT-NEXT-BOOK-EXIT
              UNTIL WS-PASS-IX NOT LESS WS-RM-CNT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-BOOK-LINE
           MOVE 'TOTAL'             TO WS-BKL-RM-ID
           MOVE 'ASSIGNED CLIENTS'  TO WS-BKL-RM-NAME
           MOVE WS-TOT-CLIENTS      TO WS-BKL-CLIENTS
           MOVE WS-TOT-INCOME       TO WS-BKL-INCOME
           MOVE WS-TOT-ADDED        TO WS-BKL-ADDED
           MOVE WS-TOT-LOST         TO WS-BKL-LOST
           MOVE WS-BOOK-LINE        TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-BOOK-LINE
           MOVE 'UNASSGND'          TO WS-BKL-RM-ID
           MOVE 'NO TERRITORY/MANAGER' TO WS-BKL-RM-NAME
           MOVE WS-UNA-CLIENTS      TO WS-BKL-CLIENTS
           MOVE WS-UNA-INCOME       TO WS-BKL-INCOME
           MOVE WS-BOOK-LINE        TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'UNASSIGNED NO ZIP' TO WS-RPT-CNT-LABEL
           MOVE WS-UNA-NO-ZIP       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'UNASSIGNED ZIP UNMAP' TO WS-RPT-CNT-LABEL
           MOVE WS-UNA-UNMAPPED-ZIP TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'UNASSIGNED NO RM'  TO WS-RPT-CNT-LABEL
           MOVE WS-UNA-NO-MANAGER   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-PERIOD-END-DATE  TO WS-PRD-DATE
           MOVE WS-PERIOD-LINE      TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P600-PRINT-BOOKS-EXIT.
           EXIT.

       P610-PRINT-NEXT-BOOK.

           ADD 1 TO WS-PASS-IX

           MOVE ZEROS TO WS-BEST-IX
                         WS-RANK-IX

           PERFORM P620-FIND-LOWEST THRU P620-FIND-LOWEST-EXIT
              UNTIL WS-RANK-IX NOT LESS WS-RM-CNT

           IF WS-BEST-IX GREATER ZERO
              MOVE SPACES TO WS-BOOK-LINE
              MOVE WS-RM-ID (WS-BEST-IX) TO WS-BKL-RM-ID
                                            WS-WORK-RM-ID

              PERFORM P630-NAME-MANAGER
              THRU    P630-NAME-MANAGER-EXIT

              MOVE WS-RM-CLIENTS (WS-BEST-IX) TO WS-BKL-CLIENTS
              MOVE WS-RM-INCOME  (WS-BEST-IX) TO WS-BKL-INCOME
              MOVE WS-RM-ADDED   (WS-BEST-IX) TO WS-BKL-ADDED
              MOVE WS-RM-LOST    (WS-BEST-IX) TO WS-BKL-LOST

              ADD WS-RM-CLIENTS (WS-BEST-IX) TO WS-TOT-CLIENTS
              ADD WS-RM-INCOME  (WS-BEST-IX) TO WS-TOT-INCOME
              ADD WS-RM-ADDED   (WS-BEST-IX) TO WS-TOT-ADDED
              ADD WS-RM-LOST    (WS-BEST-IX) TO WS-TOT-LOST

              MOVE WS-BOOK-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              MOVE 'Y' TO WS-RM-PRINTED-SW (WS-BEST-IX)
           END-IF
           .

       P610-PRINT-NEXT-BOOK-EXIT.
           EXIT.

       P620-FIND-LOWEST.

           ADD 1 TO WS-RANK-IX

           IF WS-RM-PRINTED-SW (WS-RANK-IX) EQUAL 'N'
              IF WS-BEST-IX EQUAL ZERO
                 MOVE WS-RANK-IX TO WS-BEST-IX
              ELSE
                 IF WS-RM-ID (WS-RANK-IX)
                    LESS WS-RM-ID (WS-BEST-IX)
                    MOVE WS-RANK-IX TO WS-BEST-IX
                 END-IF
              END-IF
           END-IF
           .

       P620-FIND-LOWEST-EXIT.
           EXIT.

       P630-NAME-MANAGER.

           MOVE ZEROS TO WS-ROS-IX
           MOVE 'N'   TO WS-HAVE-ROSTER-SW

           PERFORM P640-SCAN-NAME THRU P640-SCAN-NAME-EXIT
              UNTIL WS-ROS-IX NOT LESS WS-ROS-CNT
                 OR WS-HAVE-ROSTER

           IF NOT WS-HAVE-ROSTER
              MOVE '*** NOT ON ROSTER ***' TO WS-BKL-RM-NAME
           END-IF
           .

       P630-NAME-MANAGER-EXIT.
           EXIT.

       P640-SCAN-NAME.

           ADD 1 TO WS-ROS-IX

           IF WS-ROS-RM-ID (WS-ROS-IX) EQUAL WS-WORK-RM-ID
              MOVE WS-ROS-RM-NAME (WS-ROS-IX) TO WS-BKL-RM-NAME
              MOVE 'Y' TO WS-HAVE-ROSTER-SW
           END-IF
           .

       P640-SCAN-NAME-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
