      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Employer master and variant-spelling maintenance, worked the
      * same way COBDF32 keeps the reporting-source master. Each
      * EMPCARDS card is record type 'M' for the canonical employer
      * master (EMPMASTF) or 'X' for an observed-spelling mapping
      * (EMPMAPF); action 'A' adds, 'C' changes, 'D' deactivates a
      * master row or deletes a mapping. A mapping can only point at
      * an employer active on the master.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS45.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT EMPCARDS ASSIGN TO EMPCARDS
                  FILE STATUS IS WS-FS-EMPCARDS.

           SELECT EMPMASTF ASSIGN TO EMPMASTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMP-KEY
                  FILE STATUS   IS WS-FS-EMPMASTF.

           SELECT EMPMAPF  ASSIGN TO EMPMAPF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMX-KEY
                  FILE STATUS   IS WS-FS-EMPMAPF.

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

       FD  EMPCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-EMPCARD.
           03  ECC-ACTION                PIC  X(001).
               88  ECC-ADD                   VALUE 'A'.
               88  ECC-CHANGE                VALUE 'C'.
               88  ECC-DELETE                VALUE 'D'.
           03  ECC-REC-TYPE              PIC  X(001).
               88  ECC-MASTER                VALUE 'M'.
               88  ECC-MAPPING               VALUE 'X'.
           03  ECC-CODE                  PIC  X(008).
           03  ECC-TEXT                  PIC  X(030).
           03  ECC-OBSERVED REDEFINES ECC-TEXT
                                         PIC  X(030).
           03  ECC-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(032).

       FD  EMPMASTF.

       COPY EMPMASTF.

       FD  EMPMAPF.

       COPY EMPMAPF.

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
           05  WS-FS-EMPCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-EMPMASTF            PIC X(002) VALUE SPACES.
           05  WS-FS-EMPMAPF             PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-MASTERS-WORKED         PIC 9(009) VALUE ZEROS.
           05  WS-MAPPINGS-WORKED        PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EMPCARDS-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-EMPCARDS-EOF           VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-EMPLOYER-OK-SW         PIC X(001) VALUE 'N'.
               88  WS-EMPLOYER-OK            VALUE 'Y'.

       01  WS-MAINT-LINE.
           05  WS-EMP-ACTION             PIC X(011) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EMP-CODE               PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-EMP-TEXT               PIC X(030) VALUE SPACES.

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

           DISPLAY 'COBKS45 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT EMPCARDS.

           IF WS-FS-EMPCARDS NOT EQUAL '00'
              DISPLAY 'OPEN EMPCARDS FS:' WS-FS-EMPCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBKS45 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P100-OPEN-MASTER
           THRU    P100-OPEN-MASTER-EXIT

           PERFORM P110-OPEN-MAPPING
           THRU    P110-OPEN-MAPPING-EXIT

           MOVE 'EMPLOYER MASTER MAINTENANCE'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS45 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'ACTION       EMPLOYER  NAME / OBSERVED SPELLING'
                                   TO WS-COLUMN-HEADING (1:47)

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT

           PERFORM P200-APPLY-CARD THRU P200-APPLY-CARD-EXIT
              UNTIL WS-EMPCARDS-EOF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE EMPCARDS.
           IF WS-FS-EMPCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE EMPCARDS FS:' WS-FS-EMPCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EMPMASTF.
           IF WS-FS-EMPMASTF NOT EQUAL '00'
              DISPLAY 'CLOSE EMPMASTF FS:' WS-FS-EMPMASTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EMPMAPF.
           IF WS-FS-EMPMAPF NOT EQUAL '00'
              DISPLAY 'CLOSE EMPMAPF FS:' WS-FS-EMPMAPF
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
           DISPLAY 'MASTERS WORKED.: ' WS-MASTERS-WORKED.
           DISPLAY 'MAPPINGS WORKED: ' WS-MAPPINGS-WORKED.
           DISPLAY 'REJECTED.......: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS45 FINISHED'.

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
      * -- seed it empty and reopen, as COBDF32 does for the source
      * master.
      *-----------------------------------------------------------------
       P100-OPEN-MASTER.

           OPEN I-O EMPMASTF.

           EVALUATE TRUE
           WHEN WS-FS-EMPMASTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-EMPMASTF EQUAL '35'
              DISPLAY 'EMPTY EMPMASTF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT EMPMASTF
              CLOSE EMPMASTF
              OPEN I-O EMPMASTF

              IF WS-FS-EMPMASTF NOT EQUAL '00'
                 DISPLAY 'REOPEN EMPMASTF FS:' WS-FS-EMPMASTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN EMPMASTF FS:' WS-FS-EMPMASTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P100-OPEN-MASTER-EXIT.
           EXIT.

       P110-OPEN-MAPPING.

           OPEN I-O EMPMAPF.

           EVALUATE TRUE
           WHEN WS-FS-EMPMAPF EQUAL '00'
              CONTINUE
           WHEN WS-FS-EMPMAPF EQUAL '35'
              DISPLAY 'EMPTY EMPMAPF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT EMPMAPF
              CLOSE EMPMAPF
              OPEN I-O EMPMAPF

              IF WS-FS-EMPMAPF NOT EQUAL '00'
                 DISPLAY 'REOPEN EMPMAPF FS:' WS-FS-EMPMAPF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN EMPMAPF  FS:' WS-FS-EMPMAPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P110-OPEN-MAPPING-EXIT.
           EXIT.

       P150-READ-CARD.

           READ EMPCARDS
             AT END
                MOVE 'Y' TO WS-EMPCARDS-EOF-SW
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

           MOVE ECC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE ECC-ACTION      TO WS-OPA-ACTION

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

           WHEN ECC-CODE EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'BLANK EMPLOYER CODE ON MAINTENANCE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN ECC-MASTER
              PERFORM P300-WORK-MASTER
              THRU    P300-WORK-MASTER-EXIT

           WHEN ECC-MAPPING
              PERFORM P400-WORK-MAPPING
              THRU    P400-WORK-MAPPING-EXIT

           WHEN OTHER
              MOVE 'BTYP' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED ECC-REC-TYPE ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

       P300-WORK-MASTER.

           MOVE ECC-CODE TO EMP-CODE

           EVALUATE TRUE
           WHEN ECC-ADD
              READ EMPMASTF
                INVALID KEY
                   MOVE SPACES      TO REC-EMPLOYER-MASTER
                   MOVE ECC-CODE    TO EMP-CODE
                   MOVE ECC-TEXT    TO EMP-NAME
                   MOVE 'A'         TO EMP-STATUS
                   MOVE WS-RUN-DATE TO EMP-EFFECTIVE-DATE

                   WRITE REC-EMPLOYER-MASTER
                   END-WRITE

                   IF WS-FS-EMPMASTF NOT EQUAL '00'
                      DISPLAY 'WRITE EMPMASTF FS:' WS-FS-EMPMASTF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-MASTERS-WORKED

                   MOVE 'ADDED'     TO WS-EMP-ACTION
                   MOVE EMP-NAME    TO WS-EMP-TEXT

                   PERFORM P800-WRITE-MAINT-LINE
                   THRU    P800-WRITE-MAINT-LINE-EXIT

                NOT INVALID KEY
                   MOVE 'BDUP' TO EXC-REASON-CODE
                   MOVE 'EMPLOYER ALREADY ON MASTER FOR ADD CARD'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT
              END-READ

           WHEN ECC-CHANGE
           WHEN ECC-DELETE
              READ EMPMASTF
                INVALID KEY
                   MOVE 'BKEY' TO EXC-REASON-CODE
                   MOVE 'NO EMPLOYER ON MASTER FOR CARD'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT

                NOT INVALID KEY
                   IF ECC-CHANGE
                      MOVE ECC-TEXT TO EMP-NAME
                      MOVE 'A'      TO EMP-STATUS
                      MOVE 'CHANGED'     TO WS-EMP-ACTION
                   ELSE
                      MOVE 'I'      TO EMP-STATUS
                      MOVE 'DEACTIVATED' TO WS-EMP-ACTION
                   END-IF

                   MOVE WS-RUN-DATE TO EMP-EFFECTIVE-DATE

                   REWRITE REC-EMPLOYER-MASTER
                   END-REWRITE

                   IF WS-FS-EMPMASTF NOT EQUAL '00'
                      DISPLAY 'REWRITE EMPMASTF FS:' WS-FS-EMPMASTF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-MASTERS-WORKED

                   MOVE EMP-NAME    TO WS-EMP-TEXT

                   PERFORM P800-WRITE-MAINT-LINE
                   THRU    P800-WRITE-MAINT-LINE-EXIT
              END-READ

           WHEN OTHER
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED ECC-ACTION ON MASTER CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE
           .

       P300-WORK-MASTER-EXIT.
           EXIT.

       P400-WORK-MAPPING.

           IF ECC-OBSERVED EQUAL SPACES
              MOVE 'BOBS' TO EXC-REASON-CODE
              MOVE 'BLANK OBSERVED SPELLING ON MAPPING CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           ELSE
              PERFORM P410-CHECK-EMPLOYER
              THRU    P410-CHECK-EMPLOYER-EXIT

              EVALUATE TRUE
              WHEN ECC-DELETE
                 PERFORM P430-DELETE-MAPPING
                 THRU    P430-DELETE-MAPPING-EXIT

              WHEN NOT WS-EMPLOYER-OK
                 MOVE 'BEMP' TO EXC-REASON-CODE
                 MOVE 'EMPLOYER CODE NOT ACTIVE ON MASTER'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT

              WHEN ECC-ADD
              WHEN ECC-CHANGE
                 PERFORM P420-STORE-MAPPING
                 THRU    P420-STORE-MAPPING-EXIT

              WHEN OTHER
                 MOVE 'BACT' TO EXC-REASON-CODE
                 MOVE 'UNSUPPORTED ECC-ACTION ON MAPPING CARD'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              END-EVALUATE
           END-IF
           .

       P400-WORK-MAPPING-EXIT.
           EXIT.

       P410-CHECK-EMPLOYER.

           MOVE 'N'      TO WS-EMPLOYER-OK-SW
           MOVE ECC-CODE TO EMP-CODE

           READ EMPMASTF
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF EMP-ACTIVE
                   MOVE 'Y' TO WS-EMPLOYER-OK-SW
                END-IF
           END-READ
           .

       P410-CHECK-EMPLOYER-EXIT.
           EXIT.

       P420-STORE-MAPPING.

           MOVE SPACES              TO REC-EMPLOYER-MAP
           MOVE ECC-OBSERVED        TO EMX-OBSERVED
           MOVE ECC-CODE            TO EMX-EMPLOYER-CODE
           MOVE WS-RUN-DATE         TO EMX-EFFECTIVE-DATE

           MOVE 'MAPPED'            TO WS-EMP-ACTION

           WRITE REC-EMPLOYER-MAP
             INVALID KEY
                REWRITE REC-EMPLOYER-MAP
                END-REWRITE

                IF WS-FS-EMPMAPF NOT EQUAL '00'
                   DISPLAY 'REWRITE EMPMAPF FS:' WS-FS-EMPMAPF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                MOVE 'REMAPPED'     TO WS-EMP-ACTION
           END-WRITE

           ADD 1 TO WS-MAPPINGS-WORKED

           MOVE EMX-OBSERVED        TO WS-EMP-TEXT

           PERFORM P800-WRITE-MAINT-LINE
           THRU    P800-WRITE-MAINT-LINE-EXIT
           .

       P420-STORE-MAPPING-EXIT.
           EXIT.

       P430-DELETE-MAPPING.

           MOVE ECC-OBSERVED TO EMX-OBSERVED

           READ EMPMAPF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'NO MAPPING ON FILE FOR DELETE CARD'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                MOVE 'UNMAPPED'     TO WS-EMP-ACTION
                MOVE EMX-OBSERVED   TO WS-EMP-TEXT

                PERFORM P800-WRITE-MAINT-LINE
                THRU    P800-WRITE-MAINT-LINE-EXIT

                DELETE EMPMAPF
                END-DELETE

                IF WS-FS-EMPMAPF NOT EQUAL '00'
                   DISPLAY 'DELETE EMPMAPF FS:' WS-FS-EMPMAPF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-MAPPINGS-WORKED
           END-READ
           .

       P430-DELETE-MAPPING-EXIT.
           EXIT.

       P800-WRITE-MAINT-LINE.

           MOVE ECC-CODE           TO WS-EMP-CODE
           MOVE WS-MAINT-LINE      TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P800-WRITE-MAINT-LINE-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-EMPCARD TO EXC-INPUT

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
           MOVE 'MASTERS WORKED'    TO WS-RPT-CNT-LABEL
           MOVE WS-MASTERS-WORKED   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'MAPPINGS WORKED'   TO WS-RPT-CNT-LABEL
           MOVE WS-MAPPINGS-WORKED  TO WS-RPT-CNT-VALUE
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
