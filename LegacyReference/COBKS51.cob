      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Nightly service-territory assignment. Every living CLIENT is
      * given a territory and a relationship manager on RMASGNF:
      *
      *   - an override set by an OVRCARDS card wins -- its territory,
      *     and its manager when the card named one, else whoever the
      *     roster has on that territory tonight;
      *   - otherwise the type-2 CLIENT-ADDR-ZIP is looked up on
      *     TERRZIPF (full ZIP, then the three-digit prefix) and the
      *     territory's manager taken from TERRROSF.
      *
      * OVRCARDS: col 1 'O' sets an override, 'R' releases one back
      * to the ZIP rule; cols 2-10 the CLIENT-ID; for 'O', cols 11-16
      * the territory and cols 17-24 an optional manager id. Overrides
      * stay on RMASGNF until released, so the deck carries only
      * tonight's changes.
      *
      * A second pass over RMASGNF closes the row of any client the
      * walk did not see (merged or deleted away) and purges closed
      * rows once a period end has passed over them. Every change of
      * manager keeps the period-end manager on the row (see
      * RMASGNF.cpy) for the COBKS52 book-of-business report.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS51.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT OVRCARDS ASSIGN TO OVRCARDS
                  FILE STATUS IS WS-FS-OVRCARDS.

           SELECT TERRZIPF ASSIGN TO TERRZIPF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TZ-KEY
                  FILE STATUS   IS WS-FS-TERRZIPF.

           SELECT TERRROSF ASSIGN TO TERRROSF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS TR-KEY
                  FILE STATUS   IS WS-FS-TERRROSF.

           SELECT RMASGNF  ASSIGN TO RMASGNF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RMA-KEY
                  FILE STATUS   IS WS-FS-RMASGNF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.

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

       FD  OVRCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-OVRCARD.
           03  OVC-ACTION                PIC  X(001).
               88  OVC-OVERRIDE              VALUE 'O'.
               88  OVC-RELEASE               VALUE 'R'.
           03  OVC-CLIENT-ID             PIC  9(009).
           03  OVC-CLIENT-ID-X REDEFINES OVC-CLIENT-ID
                                         PIC  X(009).
           03  OVC-TERRITORY             PIC  X(006).
           03  OVC-RM-ID                 PIC  X(008).
           03  OVC-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(048).

       FD  TERRZIPF.

       COPY TERRZIPF.

       FD  TERRROSF.

       COPY TERRROSF.

       FD  RMASGNF.

       COPY RMASGNF.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

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

       FD  OPRAUTF.

       COPY OPRAUTF.

       FD  MNTLOGF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY MNTLOGF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-OVRCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-TERRZIPF            PIC X(002) VALUE SPACES.
           05  WS-FS-TERRROSF            PIC X(002) VALUE SPACES.
           05  WS-FS-RMASGNF             PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-CARDS-READ             PIC 9(009) VALUE ZEROS.
           05  WS-OVERRIDES-SET          PIC 9(009) VALUE ZEROS.
           05  WS-OVERRIDES-RELEASED     PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-CLIENTS-ASSIGNED       PIC 9(009) VALUE ZEROS.
           05  WS-BY-ZIP                 PIC 9(009) VALUE ZEROS.
           05  WS-BY-OVERRIDE            PIC 9(009) VALUE ZEROS.
           05  WS-NEW-ROWS               PIC 9(009) VALUE ZEROS.
           05  WS-REASSIGNED             PIC 9(009) VALUE ZEROS.
           05  WS-UNCHANGED              PIC 9(009) VALUE ZEROS.
           05  WS-NO-ZIP                 PIC 9(009) VALUE ZEROS.
           05  WS-UNMAPPED-ZIP           PIC 9(009) VALUE ZEROS.
           05  WS-NO-MANAGER             PIC 9(009) VALUE ZEROS.
           05  WS-DECEASED               PIC 9(009) VALUE ZEROS.
           05  WS-CLOSED                 PIC 9(009) VALUE ZEROS.
           05  WS-PURGED                 PIC 9(009) VALUE ZEROS.
           05  WS-CURRENT-ID             PIC 9(009) VALUE ZEROS.
           05  WS-ROS-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-ROS-FOUND-IDX          PIC 9(003) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-PERIOD-END-DATE            PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-OVRCARDS-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-OVRCARDS-EOF           VALUE 'Y'.
           05  WS-ROSTER-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-ROSTER-EOF             VALUE 'Y'.
           05  WS-SWEEP-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-SWEEP-EOF              VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-TABLES-MISSING-SW      PIC X(001) VALUE 'N'.
               88  WS-TABLES-MISSING         VALUE 'Y'.
           05  WS-PENDING-SW             PIC X(001) VALUE 'N'.
               88  WS-PENDING-CLIENT         VALUE 'Y'.
           05  WS-NEW-ROW-SW             PIC X(001) VALUE 'N'.
               88  WS-NEW-ROW                VALUE 'Y'.
           05  WS-CARD-OK-SW             PIC X(001) VALUE 'N'.
               88  WS-CARD-OK                VALUE 'Y'.

      *-----------------------------------------------------------------
      * Per-client work fields gathered over the key-order walk, the
      * same id-level break COBKS09 uses to join type rows.
      *-----------------------------------------------------------------
       01  WS-CLIENT-WORK.
           05  WS-CLI-ZIP                PIC X(005) VALUE SPACES.
           05  WS-CLI-HAVE-T1-SW         PIC X(001) VALUE 'N'.
               88  WS-CLI-HAVE-T1            VALUE 'Y'.
           05  WS-CLI-DECEASED-SW        PIC X(001) VALUE 'N'.
               88  WS-CLI-DECEASED           VALUE 'Y'.

      *-----------------------------------------------------------------
      * Tonight's answer for the client in hand, and the row as it
      * stood before, for the reassignment line.
      *-----------------------------------------------------------------
       01  WS-ASSIGNMENT.
           05  WS-NEW-TERRITORY          PIC X(006) VALUE SPACES.
           05  WS-NEW-RM-ID              PIC X(008) VALUE SPACES.
           05  WS-NEW-SOURCE             PIC X(001) VALUE SPACES.
           05  WS-NEW-REASON             PIC X(004) VALUE SPACES.
           05  WS-OLD-TERRITORY          PIC X(006) VALUE SPACES.
           05  WS-OLD-RM-ID              PIC X(008) VALUE SPACES.
           05  WS-LOOKUP-TERRITORY       PIC X(006) VALUE SPACES.
           05  WS-LOOKUP-RM-ID           PIC X(008) VALUE SPACES.
           05  WS-ZIP-PREFIX             PIC X(005) VALUE SPACES.

      *-----------------------------------------------------------------
      * The territory roster held in core: TERRROSF is small and read
      * for every client.
      *-----------------------------------------------------------------
       01  WS-ROSTER-TABLE.
           05  WS-ROS-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-ROS-ENTRY OCCURS 500 TIMES.
               10  WS-ROS-TERRITORY      PIC X(006).
               10  WS-ROS-RM-ID          PIC X(008).
               10  WS-ROS-STATUS         PIC X(001).

       01  WS-ASSIGN-LINE.
           05  WS-ASL-CLIENT-ID          PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ASL-ACTION             PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ASL-OLD-TERRITORY      PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ASL-OLD-RM-ID          PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ASL-NEW-TERRITORY      PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ASL-NEW-RM-ID          PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ASL-SOURCE             PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-ASL-REASON             PIC X(004) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS51 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           PERFORM P100-OPEN-TABLES
           THRU    P100-OPEN-TABLES-EXIT

           IF WS-TABLES-MISSING
              DISPLAY 'COBKS51 FINISHED'
              STOP RUN
           END-IF

           PERFORM P150-LOAD-ROSTER
           THRU    P150-LOAD-ROSTER-EXIT

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT   FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT OVRCARDS.

           IF WS-FS-OVRCARDS NOT EQUAL '00'
              DISPLAY 'OPEN OVRCARDS FS:' WS-FS-OVRCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P120-OPEN-ASSIGNMENTS
           THRU    P120-OPEN-ASSIGNMENTS-EXIT

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBKS51 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'CLIENT SERVICE ASSIGNMENT'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS51 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'CLIENT-ID  ACTION'
                                   TO WS-COLUMN-HEADING (1:17)
           MOVE 'OLD TR  OLD RM'   TO WS-COLUMN-HEADING (24:14)
           MOVE 'NEW TR  NEW RM'   TO WS-COLUMN-HEADING (42:14)
           MOVE 'S  RSN'           TO WS-COLUMN-HEADING (60:6)

           PERFORM P200-READ-CARD THRU P200-READ-CARD-EXIT

           PERFORM P210-APPLY-CARD THRU P210-APPLY-CARD-EXIT
              UNTIL WS-OVRCARDS-EOF

           MOVE LOW-VALUES TO CLIENT-KEY

           START CLIENT KEY IS NOT LESS THAN CLIENT-KEY
             INVALID KEY
                MOVE 'Y' TO WS-EOF-SW
           END-START

           PERFORM P300-GATHER-NEXT THRU P300-GATHER-NEXT-EXIT
              UNTIL WS-EOF

           IF WS-PENDING-CLIENT
              PERFORM P400-ASSIGN-CLIENT
              THRU    P400-ASSIGN-CLIENT-EXIT
           END-IF

           MOVE LOW-VALUES TO RMA-KEY

           START RMASGNF KEY IS NOT LESS THAN RMA-KEY
             INVALID KEY
                MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-START

           PERFORM P500-SWEEP-NEXT THRU P500-SWEEP-NEXT-EXIT
              UNTIL WS-SWEEP-EOF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE OVRCARDS.
           IF WS-FS-OVRCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE OVRCARDS FS:' WS-FS-OVRCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE TERRZIPF.
           IF WS-FS-TERRZIPF NOT EQUAL '00'
              DISPLAY 'CLOSE TERRZIPF FS:' WS-FS-TERRZIPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE RMASGNF.
           IF WS-FS-RMASGNF NOT EQUAL '00'
              DISPLAY 'CLOSE RMASGNF FS:' WS-FS-RMASGNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P993-CLOSE-AUTH THRU P993-CLOSE-AUTH-EXIT

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'OVERRIDE CARDS....: ' WS-CARDS-READ.
           DISPLAY 'CARDS REJECTED....: ' WS-REJECTED.
           DISPLAY 'CLIENTS ASSIGNED..: ' WS-CLIENTS-ASSIGNED.
           DISPLAY 'NEW ASSIGNMENTS...: ' WS-NEW-ROWS.
           DISPLAY 'REASSIGNED........: ' WS-REASSIGNED.
           DISPLAY 'UNCHANGED.........: ' WS-UNCHANGED.
           DISPLAY 'NO ZIP............: ' WS-NO-ZIP.
           DISPLAY 'ZIP NOT MAPPED....: ' WS-UNMAPPED-ZIP.
           DISPLAY 'NO ACTIVE MANAGER.: ' WS-NO-MANAGER.
           DISPLAY 'ROWS CLOSED.......: ' WS-CLOSED.
           DISPLAY 'ROWS PURGED.......: ' WS-PURGED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS51 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The processing date is the CALENDF row flagged current. The
      * calendar is kept in date order, so the last period-end marker
      * read ahead of the current row is the period end the added and
      * lost counts are measured from.
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

      *-----------------------------------------------------------------
      * Without both territory tables there is nothing to assign from;
      * tonight's run is skipped rather than unassigning every client.
      *-----------------------------------------------------------------
       P100-OPEN-TABLES.

           OPEN INPUT TERRZIPF.

           EVALUATE TRUE
           WHEN WS-FS-TERRZIPF EQUAL '00'
              CONTINUE
           WHEN WS-FS-TERRZIPF EQUAL '35'
              DISPLAY 'TERRZIPF NOT DEFINED. NO ASSIGNMENT RUN.'
              MOVE 'Y' TO WS-TABLES-MISSING-SW
           WHEN OTHER
              DISPLAY 'OPEN TERRZIPF FS:' WS-FS-TERRZIPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           IF NOT WS-TABLES-MISSING
              OPEN INPUT TERRROSF

              EVALUATE TRUE
              WHEN WS-FS-TERRROSF EQUAL '00'
                 CONTINUE
              WHEN WS-FS-TERRROSF EQUAL '35'
                 DISPLAY 'TERRROSF NOT DEFINED. NO ASSIGNMENT RUN.'
                 MOVE 'Y' TO WS-TABLES-MISSING-SW

                 CLOSE TERRZIPF
              WHEN OTHER
                 DISPLAY 'OPEN TERRROSF FS:' WS-FS-TERRROSF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-EVALUATE
           END-IF
           .

       P100-OPEN-TABLES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Cold start: a newly defined assignment cluster opens with file
      * status 35 -- seed it empty and reopen, as COBKS35 does for
      * the review-control file.
      *-----------------------------------------------------------------
       P120-OPEN-ASSIGNMENTS.

           OPEN I-O RMASGNF.

           EVALUATE TRUE
           WHEN WS-FS-RMASGNF EQUAL '00'
              CONTINUE
           WHEN WS-FS-RMASGNF EQUAL '35'
              DISPLAY 'EMPTY RMASGNF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT RMASGNF
              CLOSE RMASGNF
              OPEN I-O RMASGNF

              IF WS-FS-RMASGNF NOT EQUAL '00'
                 DISPLAY 'REOPEN RMASGNF FS:' WS-FS-RMASGNF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN RMASGNF FS:' WS-FS-RMASGNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P120-OPEN-ASSIGNMENTS-EXIT.
           EXIT.

       P150-LOAD-ROSTER.

           MOVE LOW-VALUES TO TR-KEY

           START TERRROSF KEY IS NOT LESS THAN TR-KEY
             INVALID KEY
                MOVE 'Y' TO WS-ROSTER-EOF-SW
           END-START

           PERFORM P155-READ-ROSTER THRU P155-READ-ROSTER-EXIT
              UNTIL WS-ROSTER-EOF

           CLOSE TERRROSF.

           IF WS-FS-TERRROSF NOT EQUAL '00'
              DISPLAY 'CLOSE TERRROSF FS:' WS-FS-TERRROSF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY 'TERRITORIES ON ROSTER...: ' WS-ROS-CNT
           .

       P150-LOAD-ROSTER-EXIT.
           EXIT.

       P155-READ-ROSTER.

           READ TERRROSF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-ROSTER-EOF-SW
             NOT AT END
                IF WS-ROS-CNT LESS 500
                   ADD 1 TO WS-ROS-CNT
                   MOVE TR-TERRITORY TO WS-ROS-TERRITORY (WS-ROS-CNT)
                   MOVE TR-RM-ID     TO WS-ROS-RM-ID     (WS-ROS-CNT)
                   MOVE TR-STATUS    TO WS-ROS-STATUS    (WS-ROS-CNT)
                ELSE
                   DISPLAY 'ROSTER TABLE FULL. TERRITORY DROPPED: '
                            TR-TERRITORY
                END-IF
           END-READ
           .

       P155-READ-ROSTER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Roster lookups: P160 by territory, P170 by manager. Either
      * leaves WS-ROS-FOUND-IDX on the active entry, else zero.
      *-----------------------------------------------------------------
       P160-FIND-TERRITORY.

           MOVE ZEROS TO WS-ROS-FOUND-IDX
                         WS-ROS-IX

           PERFORM P161-SCAN-TERRITORY THRU P161-SCAN-TERRITORY-EXIT
              UNTIL WS-ROS-IX NOT LESS WS-ROS-CNT
                 OR WS-ROS-FOUND-IDX GREATER ZERO
           .

       P160-FIND-TERRITORY-EXIT.
           EXIT.

       P161-SCAN-TERRITORY.

           ADD 1 TO WS-ROS-IX

           IF  WS-ROS-TERRITORY (WS-ROS-IX) EQUAL WS-LOOKUP-TERRITORY
           AND WS-ROS-STATUS    (WS-ROS-IX) EQUAL 'A'
              MOVE WS-ROS-IX TO WS-ROS-FOUND-IDX
           END-IF
           .

       P161-SCAN-TERRITORY-EXIT.
           EXIT.

       P170-FIND-MANAGER.

           MOVE ZEROS TO WS-ROS-FOUND-IDX
                         WS-ROS-IX

           PERFORM P171-SCAN-MANAGER THRU P171-SCAN-MANAGER-EXIT
              UNTIL WS-ROS-IX NOT LESS WS-ROS-CNT
                 OR WS-ROS-FOUND-IDX GREATER ZERO
           .

       P170-FIND-MANAGER-EXIT.
           EXIT.

       P171-SCAN-MANAGER.

           ADD 1 TO WS-ROS-IX

           IF  WS-ROS-RM-ID  (WS-ROS-IX) EQUAL WS-LOOKUP-RM-ID
           AND WS-ROS-STATUS (WS-ROS-IX) EQUAL 'A'
              MOVE WS-ROS-IX TO WS-ROS-FOUND-IDX
           END-IF
           .

       P171-SCAN-MANAGER-EXIT.
           EXIT.

       P200-READ-CARD.

           READ OVRCARDS
             AT END
                MOVE 'Y' TO WS-OVRCARDS-EOF-SW
             NOT AT END
                ADD 1 TO WS-CARDS-READ
           END-READ
           .

       P200-READ-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P205-CHECK-OPERATOR.

           MOVE OVC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE OVC-ACTION      TO WS-OPA-ACTION

           PERFORM P994-CHECK-AUTH THRU P994-CHECK-AUTH-EXIT

           IF NOT WS-OPA-GRANTED
              MOVE WS-OPA-REASON TO EXC-REASON-CODE
              MOVE WS-OPA-TEXT   TO EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P205-CHECK-OPERATOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An override card only records the operator's choice on the
      * row; the walk below works out the assignment from it tonight
      * and every night after, the same as for a ZIP-ruled client.
      *-----------------------------------------------------------------
       P210-APPLY-CARD.

           MOVE OVC-TERRITORY TO WS-LOOKUP-TERRITORY
           MOVE OVC-RM-ID     TO WS-LOOKUP-RM-ID

           PERFORM P205-CHECK-OPERATOR
           THRU    P205-CHECK-OPERATOR-EXIT

           EVALUATE TRUE
           WHEN NOT WS-OPA-GRANTED
              CONTINUE

           WHEN OVC-CLIENT-ID-X NOT NUMERIC
           WHEN OVC-CLIENT-ID EQUAL ZERO
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'CLIENT-ID NOT NUMERIC ON OVERRIDE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN NOT OVC-OVERRIDE AND NOT OVC-RELEASE
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED OVC-ACTION ON OVERRIDE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OVC-RELEASE
              PERFORM P230-RELEASE-OVERRIDE
              THRU    P230-RELEASE-OVERRIDE-EXIT

           WHEN OTHER
              PERFORM P220-SET-OVERRIDE
              THRU    P220-SET-OVERRIDE-EXIT
           END-EVALUATE

           PERFORM P200-READ-CARD THRU P200-READ-CARD-EXIT
           .

       P210-APPLY-CARD-EXIT.
           EXIT.

       P220-SET-OVERRIDE.

           MOVE 'Y'           TO WS-CARD-OK-SW
           MOVE OVC-CLIENT-ID TO CLIENT-ID
           MOVE 1             TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                MOVE 'N'    TO WS-CARD-OK-SW
                MOVE 'BCLI' TO EXC-REASON-CODE
                MOVE 'NO TYPE-1 CLIENT FOR OVERRIDE CARD'
                TO   EXC-REASON-TEXT
           END-READ

           IF WS-CARD-OK
              PERFORM P160-FIND-TERRITORY
              THRU    P160-FIND-TERRITORY-EXIT

              IF WS-ROS-FOUND-IDX EQUAL ZERO
                 MOVE 'N'    TO WS-CARD-OK-SW
                 MOVE 'BTER' TO EXC-REASON-CODE
                 MOVE 'TERRITORY NOT ACTIVE ON ROSTER'
                 TO   EXC-REASON-TEXT
              END-IF
           END-IF

           IF WS-CARD-OK AND OVC-RM-ID NOT EQUAL SPACES
              PERFORM P170-FIND-MANAGER
              THRU    P170-FIND-MANAGER-EXIT

              IF WS-ROS-FOUND-IDX EQUAL ZERO
                 MOVE 'N'    TO WS-CARD-OK-SW
                 MOVE 'BRM ' TO EXC-REASON-CODE
                 MOVE 'MANAGER NOT ACTIVE ON ROSTER'
                 TO   EXC-REASON-TEXT
              END-IF
           END-IF

           IF WS-CARD-OK
              PERFORM P225-STORE-OVERRIDE
              THRU    P225-STORE-OVERRIDE-EXIT
           ELSE
              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P220-SET-OVERRIDE-EXIT.
           EXIT.

       P225-STORE-OVERRIDE.

           MOVE OVC-CLIENT-ID TO RMA-CLIENT-ID

           READ RMASGNF
             INVALID KEY
                MOVE SPACES        TO REC-RM-ASSIGNMENT
                MOVE OVC-CLIENT-ID TO RMA-CLIENT-ID
                MOVE ZEROS         TO RMA-CHANGE-DATE
                                      RMA-LAST-SEEN-DATE
                MOVE WS-RUN-DATE   TO RMA-ASSIGNED-DATE
                MOVE 'Y'           TO WS-NEW-ROW-SW
             NOT INVALID KEY
                MOVE 'N'           TO WS-NEW-ROW-SW
           END-READ

           MOVE 'O'           TO RMA-SOURCE
           MOVE OVC-TERRITORY TO RMA-OVR-TERRITORY
           MOVE OVC-RM-ID     TO RMA-OVR-RM-ID
           MOVE WS-RUN-DATE   TO RMA-OVERRIDE-DATE

           IF WS-NEW-ROW
              WRITE REC-RM-ASSIGNMENT
              END-WRITE
           ELSE
              REWRITE REC-RM-ASSIGNMENT
              END-REWRITE
           END-IF

           IF WS-FS-RMASGNF NOT EQUAL '00'
              DISPLAY 'WRITE RMASGNF FS:' WS-FS-RMASGNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-OVERRIDES-SET
           .

       P225-STORE-OVERRIDE-EXIT.
           EXIT.

       P230-RELEASE-OVERRIDE.

           MOVE OVC-CLIENT-ID TO RMA-CLIENT-ID

           READ RMASGNF
             INVALID KEY
                MOVE 'N' TO WS-CARD-OK-SW
             NOT INVALID KEY
                MOVE 'Y' TO WS-CARD-OK-SW
           END-READ

           IF NOT WS-CARD-OK OR NOT RMA-BY-OVERRIDE
              MOVE 'BOVR' TO EXC-REASON-CODE
              MOVE 'NO OVERRIDE ON FILE FOR RELEASE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           ELSE
              MOVE 'Z'    TO RMA-SOURCE
              MOVE SPACES TO RMA-OVR-TERRITORY
                             RMA-OVR-RM-ID

              REWRITE REC-RM-ASSIGNMENT
              END-REWRITE

              IF WS-FS-RMASGNF NOT EQUAL '00'
                 DISPLAY 'REWRITE RMASGNF FS:' WS-FS-RMASGNF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-OVERRIDES-RELEASED
           END-IF
           .

       P230-RELEASE-OVERRIDE-EXIT.
           EXIT.

       P300-GATHER-NEXT.

           READ CLIENT NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                IF CLIENT-ID EQUAL ZERO AND CLIENT-TYPE EQUAL ZERO
                   CONTINUE
                ELSE
                   IF WS-PENDING-CLIENT
                      AND CLIENT-ID NOT EQUAL WS-CURRENT-ID
                      PERFORM P400-ASSIGN-CLIENT
                      THRU    P400-ASSIGN-CLIENT-EXIT
                   END-IF

                   PERFORM P310-NOTE-TYPE-ROW
                   THRU    P310-NOTE-TYPE-ROW-EXIT
                END-IF
           END-READ
           .

       P300-GATHER-NEXT-EXIT.
           EXIT.

       P310-NOTE-TYPE-ROW.

           IF NOT WS-PENDING-CLIENT
              MOVE CLIENT-ID TO WS-CURRENT-ID
              MOVE SPACES    TO WS-CLI-ZIP
              MOVE 'N'       TO WS-CLI-HAVE-T1-SW
                                WS-CLI-DECEASED-SW
              MOVE 'Y'       TO WS-PENDING-SW
           END-IF

           EVALUATE TRUE
           WHEN CLIENT-TYPE EQUAL 1
              MOVE 'Y'             TO WS-CLI-HAVE-T1-SW
           WHEN CLIENT-TYPE EQUAL 2
              MOVE CLIENT-ADDR-ZIP TO WS-CLI-ZIP
           WHEN CLIENT-TYPE EQUAL 7
              IF CLIENT-DECEASED
                 MOVE 'Y'          TO WS-CLI-DECEASED-SW
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .

       P310-NOTE-TYPE-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One client per id break. A deceased client is left off the
      * walk, so the sweep closes its row like any other client gone.
      *-----------------------------------------------------------------
       P400-ASSIGN-CLIENT.

           MOVE 'N' TO WS-PENDING-SW

           EVALUATE TRUE
           WHEN NOT WS-CLI-HAVE-T1
              CONTINUE
           WHEN WS-CLI-DECEASED
              ADD 1 TO WS-DECEASED
           WHEN OTHER
              ADD 1 TO WS-CLIENTS-ASSIGNED

              PERFORM P405-SETTLE-CLIENT
              THRU    P405-SETTLE-CLIENT-EXIT
           END-EVALUATE
           .

       P400-ASSIGN-CLIENT-EXIT.
           EXIT.

       P405-SETTLE-CLIENT.

           MOVE WS-CURRENT-ID TO RMA-CLIENT-ID

           READ RMASGNF
             INVALID KEY
                MOVE 'Y' TO WS-NEW-ROW-SW
             NOT INVALID KEY
                MOVE 'N' TO WS-NEW-ROW-SW
           END-READ

           MOVE SPACES TO WS-NEW-TERRITORY
                          WS-NEW-RM-ID
                          WS-NEW-REASON

           IF NOT WS-NEW-ROW AND RMA-BY-OVERRIDE
              PERFORM P410-BY-OVERRIDE
              THRU    P410-BY-OVERRIDE-EXIT
           ELSE
              PERFORM P420-BY-ZIP
              THRU    P420-BY-ZIP-EXIT
           END-IF

           EVALUATE WS-NEW-REASON
           WHEN 'NZIP'
              ADD 1 TO WS-NO-ZIP
           WHEN 'UZIP'
              ADD 1 TO WS-UNMAPPED-ZIP
           WHEN 'NRM '
              ADD 1 TO WS-NO-MANAGER
           WHEN OTHER
              CONTINUE
           END-EVALUATE

           IF WS-NEW-ROW
              PERFORM P440-ADD-ROW
              THRU    P440-ADD-ROW-EXIT
           ELSE
              PERFORM P450-REFRESH-ROW
              THRU    P450-REFRESH-ROW-EXIT
           END-IF
           .

       P405-SETTLE-CLIENT-EXIT.
           EXIT.

       P410-BY-OVERRIDE.

           MOVE 'O'               TO WS-NEW-SOURCE
           MOVE RMA-OVR-TERRITORY TO WS-NEW-TERRITORY

           ADD 1 TO WS-BY-OVERRIDE

           IF RMA-OVR-RM-ID NOT EQUAL SPACES
              MOVE RMA-OVR-RM-ID  TO WS-NEW-RM-ID
           ELSE
              PERFORM P430-TERRITORY-MANAGER
              THRU    P430-TERRITORY-MANAGER-EXIT
           END-IF
           .

       P410-BY-OVERRIDE-EXIT.
           EXIT.

       P420-BY-ZIP.

           MOVE 'Z' TO WS-NEW-SOURCE

           ADD 1 TO WS-BY-ZIP

           IF WS-CLI-ZIP EQUAL SPACES
              MOVE 'NZIP' TO WS-NEW-REASON
           ELSE
              PERFORM P425-LOOKUP-ZIP
              THRU    P425-LOOKUP-ZIP-EXIT
           END-IF
           .

       P420-BY-ZIP-EXIT.
           EXIT.

       P425-LOOKUP-ZIP.

           MOVE WS-CLI-ZIP TO TZ-ZIP

           READ TERRZIPF
             INVALID KEY
                MOVE SPACES           TO WS-ZIP-PREFIX
                MOVE WS-CLI-ZIP (1:3) TO WS-ZIP-PREFIX (1:3)
                MOVE WS-ZIP-PREFIX    TO TZ-ZIP

                READ TERRZIPF
                  INVALID KEY
                     MOVE 'UZIP'      TO WS-NEW-REASON
                END-READ
           END-READ

           IF WS-NEW-REASON EQUAL SPACES
              MOVE TZ-TERRITORY TO WS-NEW-TERRITORY

              PERFORM P430-TERRITORY-MANAGER
              THRU    P430-TERRITORY-MANAGER-EXIT
           END-IF
           .

       P425-LOOKUP-ZIP-EXIT.
           EXIT.

       P430-TERRITORY-MANAGER.

           MOVE WS-NEW-TERRITORY TO WS-LOOKUP-TERRITORY

           PERFORM P160-FIND-TERRITORY
           THRU    P160-FIND-TERRITORY-EXIT

           IF WS-ROS-FOUND-IDX EQUAL ZERO
              MOVE 'NRM ' TO WS-NEW-REASON
           ELSE
              MOVE WS-ROS-RM-ID (WS-ROS-FOUND-IDX) TO WS-NEW-RM-ID
           END-IF
           .

       P430-TERRITORY-MANAGER-EXIT.
           EXIT.

       P440-ADD-ROW.

           MOVE SPACES           TO REC-RM-ASSIGNMENT
           MOVE WS-CURRENT-ID    TO RMA-CLIENT-ID
           MOVE WS-NEW-TERRITORY TO RMA-TERRITORY
           MOVE WS-NEW-RM-ID     TO RMA-RM-ID
           MOVE WS-NEW-SOURCE    TO RMA-SOURCE
           MOVE WS-NEW-REASON    TO RMA-UNASSIGNED-REASON
           MOVE WS-CLI-ZIP       TO RMA-ZIP
           MOVE ZEROS            TO RMA-OVERRIDE-DATE
           MOVE WS-RUN-DATE      TO RMA-ASSIGNED-DATE
                                    RMA-CHANGE-DATE
                                    RMA-LAST-SEEN-DATE

           WRITE REC-RM-ASSIGNMENT
           END-WRITE

           IF WS-FS-RMASGNF NOT EQUAL '00'
              DISPLAY 'WRITE RMASGNF FS:' WS-FS-RMASGNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-NEW-ROWS

           MOVE SPACES           TO WS-OLD-TERRITORY
                                    WS-OLD-RM-ID
           MOVE 'NEW'            TO WS-ASL-ACTION

           PERFORM P800-WRITE-ASSIGN-LINE
           THRU    P800-WRITE-ASSIGN-LINE-EXIT
           .

       P440-ADD-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A change of manager first banks the period-end manager, unless
      * the row has already changed since the period end and so holds
      * it from then.
      *-----------------------------------------------------------------
       P450-REFRESH-ROW.

           MOVE RMA-TERRITORY TO WS-OLD-TERRITORY
           MOVE RMA-RM-ID     TO WS-OLD-RM-ID

           IF  RMA-TERRITORY EQUAL WS-NEW-TERRITORY
           AND RMA-RM-ID     EQUAL WS-NEW-RM-ID
           AND NOT RMA-CLOSED
              ADD 1 TO WS-UNCHANGED
           ELSE
              IF RMA-RM-ID NOT EQUAL WS-NEW-RM-ID
                 PERFORM P460-BANK-PERIOD-END
                 THRU    P460-BANK-PERIOD-END-EXIT
              END-IF

              ADD 1 TO WS-REASSIGNED

              IF RMA-CLOSED
                 MOVE 'REOPENED'   TO WS-ASL-ACTION
              ELSE
                 MOVE 'REASSIGNED' TO WS-ASL-ACTION
              END-IF

              PERFORM P800-WRITE-ASSIGN-LINE
              THRU    P800-WRITE-ASSIGN-LINE-EXIT
           END-IF

           IF RMA-ASSIGNED-DATE EQUAL ZERO
              MOVE WS-RUN-DATE   TO RMA-ASSIGNED-DATE
           END-IF

           MOVE WS-NEW-TERRITORY TO RMA-TERRITORY
           MOVE WS-NEW-RM-ID     TO RMA-RM-ID
           MOVE WS-NEW-SOURCE    TO RMA-SOURCE
           MOVE WS-NEW-REASON    TO RMA-UNASSIGNED-REASON
           MOVE WS-CLI-ZIP       TO RMA-ZIP
           MOVE WS-RUN-DATE      TO RMA-LAST-SEEN-DATE

           REWRITE REC-RM-ASSIGNMENT
           END-REWRITE

           IF WS-FS-RMASGNF NOT EQUAL '00'
              DISPLAY 'REWRITE RMASGNF FS:' WS-FS-RMASGNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P450-REFRESH-ROW-EXIT.
           EXIT.

       P460-BANK-PERIOD-END.

           IF RMA-CHANGE-DATE NOT GREATER WS-PERIOD-END-DATE
              MOVE RMA-RM-ID   TO RMA-PE-RM-ID
           END-IF

           MOVE WS-RUN-DATE    TO RMA-CHANGE-DATE
           .

       P460-BANK-PERIOD-END-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Sweep: a row the walk did not touch tonight belongs to a
      * client no longer on CLIENT (merged, deleted or deceased) and
      * is closed; a closed row whose closing a period end has since
      * reported is purged.
      *-----------------------------------------------------------------
       P500-SWEEP-NEXT.

           READ RMASGNF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-SWEEP-EOF-SW
             NOT AT END
                EVALUATE TRUE
                WHEN RMA-CLOSED
                   IF RMA-CHANGE-DATE NOT GREATER WS-PERIOD-END-DATE
                      PERFORM P520-PURGE-ROW
                      THRU    P520-PURGE-ROW-EXIT
                   END-IF
                WHEN RMA-LAST-SEEN-DATE NOT EQUAL WS-RUN-DATE
                   PERFORM P510-CLOSE-ROW
                   THRU    P510-CLOSE-ROW-EXIT
                WHEN OTHER
                   CONTINUE
                END-EVALUATE
           END-READ
           .

       P500-SWEEP-NEXT-EXIT.
           EXIT.

       P510-CLOSE-ROW.

           MOVE RMA-TERRITORY  TO WS-OLD-TERRITORY
           MOVE RMA-RM-ID      TO WS-OLD-RM-ID
           MOVE RMA-CLIENT-ID  TO WS-CURRENT-ID

           IF RMA-RM-ID NOT EQUAL SPACES
              PERFORM P460-BANK-PERIOD-END
              THRU    P460-BANK-PERIOD-END-EXIT
           END-IF

           MOVE SPACES         TO RMA-TERRITORY
                                  RMA-RM-ID
                                  RMA-UNASSIGNED-REASON
                                  RMA-OVR-TERRITORY
                                  RMA-OVR-RM-ID
           MOVE 'X'            TO RMA-SOURCE

           REWRITE REC-RM-ASSIGNMENT
           END-REWRITE

           IF WS-FS-RMASGNF NOT EQUAL '00'
              DISPLAY 'REWRITE RMASGNF FS:' WS-FS-RMASGNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-CLOSED

           MOVE SPACES         TO WS-NEW-TERRITORY
                                  WS-NEW-RM-ID
                                  WS-NEW-REASON
           MOVE 'X'            TO WS-NEW-SOURCE
           MOVE 'CLOSED'       TO WS-ASL-ACTION

           PERFORM P800-WRITE-ASSIGN-LINE
           THRU    P800-WRITE-ASSIGN-LINE-EXIT
           .

       P510-CLOSE-ROW-EXIT.
           EXIT.

       P520-PURGE-ROW.

           DELETE RMASGNF
           END-DELETE

           IF WS-FS-RMASGNF NOT EQUAL '00'
              DISPLAY 'DELETE RMASGNF FS:' WS-FS-RMASGNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-PURGED
           .

       P520-PURGE-ROW-EXIT.
           EXIT.

       P800-WRITE-ASSIGN-LINE.

           MOVE WS-CURRENT-ID      TO WS-ASL-CLIENT-ID
           MOVE WS-OLD-TERRITORY   TO WS-ASL-OLD-TERRITORY
           MOVE WS-OLD-RM-ID       TO WS-ASL-OLD-RM-ID
           MOVE WS-NEW-TERRITORY   TO WS-ASL-NEW-TERRITORY
           MOVE WS-NEW-RM-ID       TO WS-ASL-NEW-RM-ID
           MOVE WS-NEW-SOURCE      TO WS-ASL-SOURCE
           MOVE WS-NEW-REASON      TO WS-ASL-REASON
           MOVE WS-ASSIGN-LINE     TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P800-WRITE-ASSIGN-LINE-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-OVRCARD TO EXC-INPUT

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

       P950-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'OVERRIDE CARDS'    TO WS-RPT-CNT-LABEL
           MOVE WS-CARDS-READ       TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'OVERRIDES SET'     TO WS-RPT-CNT-LABEL
           MOVE WS-OVERRIDES-SET    TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'OVERRIDES RELEASED' TO WS-RPT-CNT-LABEL
           MOVE WS-OVERRIDES-RELEASED TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'CARDS REJECTED'    TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'CLIENTS ASSIGNED'  TO WS-RPT-CNT-LABEL
           MOVE WS-CLIENTS-ASSIGNED TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE '  BY ZIP RULE'     TO WS-RPT-CNT-LABEL
           MOVE WS-BY-ZIP           TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE '  BY OVERRIDE'     TO WS-RPT-CNT-LABEL
           MOVE WS-BY-OVERRIDE      TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'NEW ASSIGNMENTS'   TO WS-RPT-CNT-LABEL
           MOVE WS-NEW-ROWS         TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'REASSIGNED'        TO WS-RPT-CNT-LABEL
           MOVE WS-REASSIGNED       TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'UNCHANGED'         TO WS-RPT-CNT-LABEL
           MOVE WS-UNCHANGED        TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'UNASSIGNED NZIP'   TO WS-RPT-CNT-LABEL
           MOVE WS-NO-ZIP           TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'UNASSIGNED UZIP'   TO WS-RPT-CNT-LABEL
           MOVE WS-UNMAPPED-ZIP     TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'UNASSIGNED NRM'    TO WS-RPT-CNT-LABEL
           MOVE WS-NO-MANAGER       TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'DECEASED SKIPPED'  TO WS-RPT-CNT-LABEL
           MOVE WS-DECEASED         TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'ROWS CLOSED'       TO WS-RPT-CNT-LABEL
           MOVE WS-CLOSED           TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT

           MOVE 'ROWS PURGED'       TO WS-RPT-CNT-LABEL
           MOVE WS-PURGED           TO WS-RPT-CNT-VALUE
           PERFORM P960-WRITE-COUNT THRU P960-WRITE-COUNT-EXIT
           .

       P950-WRITE-TOTALS-EXIT.
           EXIT.

       P960-WRITE-COUNT.

           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           .

       P960-WRITE-COUNT-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.

       COPY RPTWRT.
