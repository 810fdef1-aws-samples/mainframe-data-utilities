      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Service-territory table maintenance, worked the same way
      * COBKS45 keeps the employer master. Each TERRCARDS card is
      * record type 'R' for a territory roster row (TERRROSF: the
      * territory, its name and its relationship manager) or 'Z' for
      * a ZIP-to-territory row (TERRZIPF); action 'A' adds, 'C'
      * changes, 'D' deactivates a roster row or deletes a ZIP row. A
      * ZIP can only point at a territory active on the roster.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS50.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT TERRCARDS ASSIGN TO TERRCARDS
                  FILE STATUS IS WS-FS-TERRCARDS.

           SELECT TERRROSF ASSIGN TO TERRROSF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TR-KEY
                  FILE STATUS   IS WS-FS-TERRROSF.

           SELECT TERRZIPF ASSIGN TO TERRZIPF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TZ-KEY
                  FILE STATUS   IS WS-FS-TERRZIPF.

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

       FD  TERRCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-TERRCARD.
           03  TCC-ACTION                PIC  X(001).
               88  TCC-ADD                   VALUE 'A'.
               88  TCC-CHANGE                VALUE 'C'.
               88  TCC-DELETE                VALUE 'D'.
           03  TCC-REC-TYPE              PIC  X(001).
               88  TCC-ROSTER                VALUE 'R'.
               88  TCC-ZIP-ROW               VALUE 'Z'.
           03  TCC-BODY                  PIC  X(070).
           03  TCC-ROSTER-BODY REDEFINES TCC-BODY.
               05  TCC-TERRITORY         PIC  X(006).
               05  TCC-TERRITORY-NAME    PIC  X(030).
               05  TCC-RM-ID             PIC  X(008).
               05  TCC-RM-NAME           PIC  X(026).
           03  TCC-ZIP-BODY    REDEFINES TCC-BODY.
               05  TCC-ZIP               PIC  X(005).
               05  TCC-ZIP-TERRITORY     PIC  X(006).
               05  FILLER                PIC  X(059).
           03  TCC-OPERATOR-ID           PIC  X(008).

       FD  TERRROSF.

       COPY TERRROSF.

       FD  TERRZIPF.

       COPY TERRZIPF.

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
           05  WS-FS-TERRCARDS           PIC X(002) VALUE SPACES.
           05  WS-FS-TERRROSF            PIC X(002) VALUE SPACES.
           05  WS-FS-TERRZIPF            PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-ROSTERS-WORKED         PIC 9(009) VALUE ZEROS.
           05  WS-ZIPS-WORKED            PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-TERRCARDS-EOF-SW       PIC X(001) VALUE 'N'.
               88  WS-TERRCARDS-EOF          VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-TERRITORY-OK-SW        PIC X(001) VALUE 'N'.
               88  WS-TERRITORY-OK           VALUE 'Y'.

       01  WS-MAINT-LINE.
           05  WS-TRM-ACTION             PIC X(011) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TRM-KEY                PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TRM-TEXT               PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TRM-RM-ID              PIC X(008) VALUE SPACES.

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

           DISPLAY 'COBKS50 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT TERRCARDS.

           IF WS-FS-TERRCARDS NOT EQUAL '00'
              DISPLAY 'OPEN TERRCARDS FS:' WS-FS-TERRCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBKS50 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P100-OPEN-ROSTER
           THRU    P100-OPEN-ROSTER-EXIT

           PERFORM P110-OPEN-ZIP-TABLE
           THRU    P110-OPEN-ZIP-TABLE-EXIT

           MOVE 'SERVICE TERRITORY MAINTENANCE'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS50 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'ACTION       KEY     TERRITORY / NAME'
                                   TO WS-COLUMN-HEADING (1:38)
           MOVE 'RM ID'            TO WS-COLUMN-HEADING (54:5)

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT

           PERFORM P200-APPLY-CARD THRU P200-APPLY-CARD-EXIT
              UNTIL WS-TERRCARDS-EOF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE TERRCARDS.
           IF WS-FS-TERRCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE TERRCARDS FS:' WS-FS-TERRCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE TERRROSF.
           IF WS-FS-TERRROSF NOT EQUAL '00'
              DISPLAY 'CLOSE TERRROSF FS:' WS-FS-TERRROSF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE TERRZIPF.
           IF WS-FS-TERRZIPF NOT EQUAL '00'
              DISPLAY 'CLOSE TERRZIPF FS:' WS-FS-TERRZIPF
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
           DISPLAY 'CARDS READ.....: ' WS-READ.
           DISPLAY 'ROSTERS WORKED.: ' WS-ROSTERS-WORKED.
           DISPLAY 'ZIPS WORKED....: ' WS-ZIPS-WORKED.
           DISPLAY 'REJECTED.......: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS50 FINISHED'.

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
      * Cold start: a newly defined cluster opens with file status 35
      * -- seed it empty and reopen, as COBKS45 does for the employer
      * master.
      *-----------------------------------------------------------------
       P100-OPEN-ROSTER.

           OPEN I-O TERRROSF.

           EVALUATE TRUE
           WHEN WS-FS-TERRROSF EQUAL '00'
              CONTINUE
           WHEN WS-FS-TERRROSF EQUAL '35'
              DISPLAY 'EMPTY TERRROSF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT TERRROSF
              CLOSE TERRROSF
              OPEN I-O TERRROSF

              IF WS-FS-TERRROSF NOT EQUAL '00'
                 DISPLAY 'REOPEN TERRROSF FS:' WS-FS-TERRROSF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN TERRROSF FS:' WS-FS-TERRROSF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P100-OPEN-ROSTER-EXIT.
           EXIT.

       P110-OPEN-ZIP-TABLE.

           OPEN I-O TERRZIPF.

           EVALUATE TRUE
           WHEN WS-FS-TERRZIPF EQUAL '00'
              CONTINUE
           WHEN WS-FS-TERRZIPF EQUAL '35'
              DISPLAY 'EMPTY TERRZIPF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT TERRZIPF
              CLOSE TERRZIPF
              OPEN I-O TERRZIPF

              IF WS-FS-TERRZIPF NOT EQUAL '00'
                 DISPLAY 'REOPEN TERRZIPF FS:' WS-FS-TERRZIPF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN TERRZIPF FS:' WS-FS-TERRZIPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P110-OPEN-ZIP-TABLE-EXIT.
           EXIT.

       P150-READ-CARD.

           READ TERRCARDS
             AT END
                MOVE 'Y' TO WS-TERRCARDS-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ
           END-READ
           .

       P150-READ-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE TCC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE TCC-ACTION      TO WS-OPA-ACTION

           PERFORM P994-CHECK-AUTH THRU P994-CHECK-AUTH-EXIT

           IF NOT WS-OPA-GRANTED
              MOVE WS-OPA-REASON TO EXC-REASON-CODE
              MOVE WS-OPA-TEXT   TO EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P190-CHECK-OPERATOR-EXIT.
           EXIT.

       P200-APPLY-CARD.

           PERFORM P190-CHECK-OPERATOR
           THRU    P190-CHECK-OPERATOR-EXIT

           EVALUATE TRUE
           WHEN NOT WS-OPA-GRANTED
              CONTINUE

           WHEN TCC-ROSTER
              PERFORM P300-WORK-ROSTER
              THRU    P300-WORK-ROSTER-EXIT

           WHEN TCC-ZIP-ROW
              PERFORM P400-WORK-ZIP
              THRU    P400-WORK-ZIP-EXIT

           WHEN OTHER
              MOVE 'BTYP' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED TCC-REC-TYPE ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

       P300-WORK-ROSTER.

           MOVE TCC-TERRITORY TO TR-TERRITORY

           EVALUATE TRUE
           WHEN TCC-TERRITORY EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'BLANK TERRITORY ON ROSTER CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN NOT TCC-DELETE
            AND TCC-RM-ID EQUAL SPACES
              MOVE 'BRM ' TO EXC-REASON-CODE
              MOVE 'BLANK RELATIONSHIP MANAGER ON ROSTER CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN TCC-ADD
              READ TERRROSF
                INVALID KEY
                   MOVE SPACES             TO REC-TERR-ROSTER
                   MOVE TCC-TERRITORY      TO TR-TERRITORY
                   MOVE TCC-TERRITORY-NAME TO TR-TERRITORY-NAME
                   MOVE TCC-RM-ID          TO TR-RM-ID
                   MOVE TCC-RM-NAME        TO TR-RM-NAME
                   MOVE 'A'                TO TR-STATUS
                   MOVE WS-RUN-DATE        TO TR-EFFECTIVE-DATE

                   WRITE REC-TERR-ROSTER
                   END-WRITE

                   IF WS-FS-TERRROSF NOT EQUAL '00'
                      DISPLAY 'WRITE TERRROSF FS:' WS-FS-TERRROSF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-ROSTERS-WORKED

                   MOVE 'ADDED'            TO WS-TRM-ACTION

                   PERFORM P800-WRITE-ROSTER-LINE
                   THRU    P800-WRITE-ROSTER-LINE-EXIT

                NOT INVALID KEY
                   MOVE 'BDUP' TO EXC-REASON-CODE
                   MOVE 'TERRITORY ALREADY ON ROSTER FOR ADD CARD'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT
              END-READ

           WHEN TCC-CHANGE
           WHEN TCC-DELETE
              READ TERRROSF
                INVALID KEY
                   MOVE 'BKEY' TO EXC-REASON-CODE
                   MOVE 'NO TERRITORY ON ROSTER FOR CARD'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT

                NOT INVALID KEY
                   IF TCC-CHANGE
                      MOVE TCC-TERRITORY-NAME TO TR-TERRITORY-NAME
                      MOVE TCC-RM-ID          TO TR-RM-ID
                      MOVE TCC-RM-NAME        TO TR-RM-NAME
                      MOVE 'A'                TO TR-STATUS
                      MOVE 'CHANGED'          TO WS-TRM-ACTION
                   ELSE
                      MOVE 'I'                TO TR-STATUS
                      MOVE 'DEACTIVATED'      TO WS-TRM-ACTION
                   END-IF

                   MOVE WS-RUN-DATE TO TR-EFFECTIVE-DATE

                   REWRITE REC-TERR-ROSTER
                   END-REWRITE

                   IF WS-FS-TERRROSF NOT EQUAL '00'
                      DISPLAY 'REWRITE TERRROSF FS:' WS-FS-TERRROSF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-ROSTERS-WORKED

                   PERFORM P800-WRITE-ROSTER-LINE
                   THRU    P800-WRITE-ROSTER-LINE-EXIT
              END-READ

           WHEN OTHER
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED TCC-ACTION ON ROSTER CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE
           .

       P300-WORK-ROSTER-EXIT.
           EXIT.

       P400-WORK-ZIP.

           IF TCC-ZIP EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'BLANK ZIP ON ZIP CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           ELSE
              PERFORM P410-CHECK-TERRITORY
              THRU    P410-CHECK-TERRITORY-EXIT

              EVALUATE TRUE
              WHEN TCC-DELETE
                 PERFORM P430-DELETE-ZIP
                 THRU    P430-DELETE-ZIP-EXIT

              WHEN NOT WS-TERRITORY-OK
                 MOVE 'BTER' TO EXC-REASON-CODE
                 MOVE 'TERRITORY NOT ACTIVE ON ROSTER'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT

              WHEN TCC-ADD
              WHEN TCC-CHANGE
                 PERFORM P420-STORE-ZIP
                 THRU    P420-STORE-ZIP-EXIT

              WHEN OTHER
                 MOVE 'BACT' TO EXC-REASON-CODE
                 MOVE 'UNSUPPORTED TCC-ACTION ON ZIP CARD'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              END-EVALUATE
           END-IF
           .

       P400-WORK-ZIP-EXIT.
           EXIT.

       P410-CHECK-TERRITORY.

           MOVE 'N'               TO WS-TERRITORY-OK-SW
           MOVE TCC-ZIP-TERRITORY TO TR-TERRITORY

           READ TERRROSF
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF TR-ACTIVE
                   MOVE 'Y' TO WS-TERRITORY-OK-SW
                END-IF
           END-READ
           .

       P410-CHECK-TERRITORY-EXIT.
           EXIT.

       P420-STORE-ZIP.

           MOVE SPACES              TO REC-TERR-ZIP
           MOVE TCC-ZIP             TO TZ-ZIP
           MOVE TCC-ZIP-TERRITORY   TO TZ-TERRITORY
           MOVE WS-RUN-DATE         TO TZ-EFFECTIVE-DATE

           MOVE 'MAPPED'            TO WS-TRM-ACTION

           WRITE REC-TERR-ZIP
             INVALID KEY
                REWRITE REC-TERR-ZIP
                END-REWRITE

                IF WS-FS-TERRZIPF NOT EQUAL '00'
                   DISPLAY 'REWRITE TERRZIPF FS:' WS-FS-TERRZIPF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                MOVE 'REMAPPED'     TO WS-TRM-ACTION
           END-WRITE

           ADD 1 TO WS-ZIPS-WORKED

           PERFORM P810-WRITE-ZIP-LINE
           THRU    P810-WRITE-ZIP-LINE-EXIT
           .

       P420-STORE-ZIP-EXIT.
           EXIT.

       P430-DELETE-ZIP.

           MOVE TCC-ZIP TO TZ-ZIP

           READ TERRZIPF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'NO ZIP ON FILE FOR DELETE CARD'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                MOVE 'UNMAPPED'     TO WS-TRM-ACTION

                PERFORM P810-WRITE-ZIP-LINE
                THRU    P810-WRITE-ZIP-LINE-EXIT

                DELETE TERRZIPF
                END-DELETE

                IF WS-FS-TERRZIPF NOT EQUAL '00'
                   DISPLAY 'DELETE TERRZIPF FS:' WS-FS-TERRZIPF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-ZIPS-WORKED
           END-READ
           .

       P430-DELETE-ZIP-EXIT.
           EXIT.

       P800-WRITE-ROSTER-LINE.

           MOVE TR-TERRITORY       TO WS-TRM-KEY
           MOVE TR-TERRITORY-NAME  TO WS-TRM-TEXT
           MOVE TR-RM-ID           TO WS-TRM-RM-ID
           MOVE WS-MAINT-LINE      TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P800-WRITE-ROSTER-LINE-EXIT.
           EXIT.

       P810-WRITE-ZIP-LINE.

           MOVE TZ-ZIP             TO WS-TRM-KEY
           MOVE TZ-TERRITORY       TO WS-TRM-TEXT
           MOVE SPACES             TO WS-TRM-RM-ID
           MOVE WS-MAINT-LINE      TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P810-WRITE-ZIP-LINE-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES       TO EXC-INPUT
           MOVE REC-TERRCARD TO EXC-INPUT

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

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CARDS READ'        TO WS-RPT-CNT-LABEL
           MOVE WS-READ             TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ROSTER ROWS WORKED' TO WS-RPT-CNT-LABEL
           MOVE WS-ROSTERS-WORKED   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ZIP ROWS WORKED'   TO WS-RPT-CNT-LABEL
           MOVE WS-ZIPS-WORKED      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CARDS REJECTED'    TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P950-WRITE-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.

       COPY RPTWRT.
