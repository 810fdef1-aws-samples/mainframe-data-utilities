      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Operator authorization maintenance. Each AUTHCARDS card grants
      * an operator the use of one action code on one maintenance
      * program's deck ('*' for every action of the program) through
      * an expiry date, changes a grant's expiry (reinstating it if it
      * was revoked), or revokes it (see OPRAUTF.cpy). The card also
      * names the operator keying it, who must hold a grant for this
      * program like any other maintenance deck, and who may never
      * maintain their own grants.
      *
      * A newly defined authorization cluster is a cold start: the
      * first run's cards load the security administrators' grants
      * without being checked, since there is nobody on file yet to
      * authorize them. The whole file lists after every run.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCT03.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT AUTHCARDS ASSIGN TO AUTHCARDS
                  FILE STATUS IS WS-FS-AUTHCARDS.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * AUTHCARDS: action 'A' grant, 'C' change expiry, 'R' revoke.
      *-----------------------------------------------------------------
       FD  AUTHCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-AUTHCARD.
           03  AUC-ACTION                PIC  X(001).
               88  AUC-GRANT                 VALUE 'A'.
               88  AUC-CHANGE                VALUE 'C'.
               88  AUC-REVOKE                VALUE 'R'.
           03  AUC-OPERATOR-ID           PIC  X(008).
           03  AUC-PROGRAM-ID            PIC  X(008).
           03  AUC-PGM-ACTION            PIC  X(001).
           03  AUC-EXPIRY-DATE-X         PIC  X(008).
           03  AUC-EXPIRY-DATE REDEFINES AUC-EXPIRY-DATE-X.
               05  AUC-EXPIRY-YYYY       PIC  9(004).
               05  AUC-EXPIRY-MM         PIC  9(002).
               05  AUC-EXPIRY-DD         PIC  9(002).
           03  AUC-ENTERED-BY            PIC  X(008).
           03  FILLER                    PIC  X(046).

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
           05  WS-FS-AUTHCARDS           PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-GRANTED                PIC 9(009) VALUE ZEROS.
           05  WS-CHANGED                PIC 9(009) VALUE ZEROS.
           05  WS-REVOKED                PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-LISTED                 PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-CARDS-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-CARDS-EOF              VALUE 'Y'.
           05  WS-LIST-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-LIST-EOF               VALUE 'Y'.
           05  WS-COLD-START-SW          PIC X(001) VALUE 'N'.
               88  WS-COLD-START             VALUE 'Y'.
           05  WS-CARD-OK-SW             PIC X(001) VALUE 'N'.
               88  WS-CARD-OK                VALUE 'Y'.

       01  WS-LIST-LINE.
           05  WS-LST-OPERATOR           PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-LST-PROGRAM            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(003) VALUE SPACES.
           05  WS-LST-ACTION             PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-LST-STATUS             PIC X(007) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-LST-EXPIRY             PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-LST-CHANGED            PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-LST-CHANGED-BY         PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(017) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBCT03 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P100-OPEN-FILES THRU P100-OPEN-FILES-EXIT

           MOVE 'OPERATOR AUTHORIZATION MAINTENANCE'
                                   TO WS-RPT-TITLE
           MOVE 'COBCT03 '         TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'OPERATOR  PROGRAM  ACTION STATUS   EXPIRES   CHANGED'
                                   TO WS-COLUMN-HEADING
           MOVE 'BY'               TO WS-COLUMN-HEADING (57:2)

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT

           PERFORM P200-APPLY-CARD THRU P200-APPLY-CARD-EXIT
              UNTIL WS-CARDS-EOF

           PERFORM P500-LIST-GRANTS THRU P500-LIST-GRANTS-EXIT

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           PERFORM P190-CLOSE-FILES THRU P190-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ....: ' WS-READ.
           DISPLAY 'GRANTED.......: ' WS-GRANTED.
           DISPLAY 'CHANGED.......: ' WS-CHANGED.
           DISPLAY 'REVOKED.......: ' WS-REVOKED.
           DISPLAY 'REJECTED......: ' WS-REJECTED.
           DISPLAY 'GRANTS LISTED.: ' WS-LISTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBCT03 FINISHED'.

           STOP RUN.

       P100-OPEN-FILES.

           OPEN INPUT AUTHCARDS.

           IF WS-FS-AUTHCARDS NOT EQUAL '00'
              DISPLAY 'OPEN AUTHCARDS FS:' WS-FS-AUTHCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBCT03 '  TO WS-OPA-PROGRAM
           MOVE WS-RUN-DATE TO WS-OPA-DATE
           ACCEPT WS-OPA-TIME FROM TIME

           OPEN I-O OPRAUTF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined authorization cluster opens with
      * file status 35 -- seed it empty and reopen, the same way the
      * code table and parameter file initialize theirs.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-OPRAUTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-OPRAUTF EQUAL '35'
              DISPLAY 'EMPTY OPRAUTF. INITIALIZING FOR COLD START.'
              DISPLAY 'COLD START CARDS ARE NOT AUTHORIZATION CHECKED.'

              MOVE 'Y' TO WS-COLD-START-SW

              OPEN OUTPUT OPRAUTF
              CLOSE OPRAUTF
              OPEN I-O OPRAUTF

              IF WS-FS-OPRAUTF NOT EQUAL '00'
                 DISPLAY 'REOPEN OPRAUTF FS:' WS-FS-OPRAUTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN OPRAUTF  FS:' WS-FS-OPRAUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           PERFORM P997-OPEN-MNTLOG THRU P997-OPEN-MNTLOG-EXIT
           .

       P100-OPEN-FILES-EXIT.
           EXIT.

       P150-READ-CARD.

           READ AUTHCARDS
             AT END
                MOVE 'Y' TO WS-CARDS-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ
           END-READ
           .

       P150-READ-CARD-EXIT.
           EXIT.

       P190-CLOSE-FILES.

           CLOSE AUTHCARDS.
           IF WS-FS-AUTHCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE AUTHCARDS FS:' WS-FS-AUTHCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P993-CLOSE-AUTH THRU P993-CLOSE-AUTH-EXIT

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P190-CLOSE-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The keying operator is checked first, then the card itself.
      * The grant being maintained is read only after the check, which
      * reads the same file.
      *-----------------------------------------------------------------
       P200-APPLY-CARD.

           MOVE 'N' TO WS-CARD-OK-SW

           IF WS-COLD-START
              MOVE 'Y' TO WS-OPA-GRANTED-SW
           ELSE
              MOVE AUC-ENTERED-BY TO WS-OPA-OPERATOR
              MOVE AUC-ACTION     TO WS-OPA-ACTION

              PERFORM P994-CHECK-AUTH THRU P994-CHECK-AUTH-EXIT
           END-IF

           EVALUATE TRUE
           WHEN NOT WS-OPA-GRANTED
              MOVE WS-OPA-REASON TO EXC-REASON-CODE
              MOVE WS-OPA-TEXT   TO EXC-REASON-TEXT

              PERFORM P901-WRITE-EXCEPTION
              THRU    P901-WRITE-EXCEPTION-EXIT

           WHEN AUC-OPERATOR-ID EQUAL SPACES
             OR AUC-PROGRAM-ID  EQUAL SPACES
             OR AUC-PGM-ACTION  EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'BLANK OPERATOR, PROGRAM OR ACTION ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P901-WRITE-EXCEPTION
              THRU    P901-WRITE-EXCEPTION-EXIT

           WHEN AUC-ENTERED-BY EQUAL AUC-OPERATOR-ID
              AND NOT WS-COLD-START
              MOVE 'BSLF' TO EXC-REASON-CODE
              MOVE 'OPERATOR MAY NOT MAINTAIN OWN GRANTS'
              TO   EXC-REASON-TEXT

              PERFORM P901-WRITE-EXCEPTION
              THRU    P901-WRITE-EXCEPTION-EXIT

           WHEN AUC-GRANT
           WHEN AUC-CHANGE
              PERFORM P205-EDIT-EXPIRY THRU P205-EDIT-EXPIRY-EXIT

              IF WS-CARD-OK
                 IF AUC-GRANT
                    PERFORM P210-GRANT THRU P210-GRANT-EXIT
                 ELSE
                    PERFORM P220-CHANGE THRU P220-CHANGE-EXIT
                 END-IF
              END-IF

           WHEN AUC-REVOKE
              PERFORM P230-REVOKE THRU P230-REVOKE-EXIT

           WHEN OTHER
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED AUC-ACTION ON AUTHORIZATION CARD'
              TO   EXC-REASON-TEXT

              PERFORM P901-WRITE-EXCEPTION
              THRU    P901-WRITE-EXCEPTION-EXIT
           END-EVALUATE

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A grant must run out: the expiry is a real date after today.
      *-----------------------------------------------------------------
       P205-EDIT-EXPIRY.

           IF AUC-EXPIRY-DATE-X NUMERIC
              AND AUC-EXPIRY-MM NOT LESS 1
              AND AUC-EXPIRY-MM NOT GREATER 12
              AND AUC-EXPIRY-DD NOT LESS 1
              AND AUC-EXPIRY-DD NOT GREATER 31
              AND AUC-EXPIRY-DATE-X GREATER WS-RUN-DATE
              MOVE 'Y' TO WS-CARD-OK-SW
           ELSE
              MOVE 'BEXD' TO EXC-REASON-CODE
              MOVE 'EXPIRY DATE MISSING, INVALID OR NOT AHEAD'
              TO   EXC-REASON-TEXT

              PERFORM P901-WRITE-EXCEPTION
              THRU    P901-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P205-EDIT-EXPIRY-EXIT.
           EXIT.

       P210-GRANT.

           MOVE AUC-OPERATOR-ID TO OPA-OPERATOR-ID
           MOVE AUC-PROGRAM-ID  TO OPA-PROGRAM-ID
           MOVE AUC-PGM-ACTION  TO OPA-ACTION

           READ OPRAUTF
             INVALID KEY
                MOVE SPACES           TO REC-OPERATOR-AUTH
                MOVE AUC-OPERATOR-ID  TO OPA-OPERATOR-ID
                MOVE AUC-PROGRAM-ID   TO OPA-PROGRAM-ID
                MOVE AUC-PGM-ACTION   TO OPA-ACTION
                MOVE AUC-EXPIRY-DATE-X
                                      TO OPA-EXPIRY-DATE
                MOVE 'A'              TO OPA-STATUS
                MOVE WS-RUN-DATE      TO OPA-GRANTED-DATE
                                         OPA-CHANGED-DATE
                MOVE AUC-ENTERED-BY   TO OPA-GRANTED-BY
                                         OPA-CHANGED-BY

                WRITE REC-OPERATOR-AUTH
                END-WRITE

                IF WS-FS-OPRAUTF NOT EQUAL '00'
                   DISPLAY 'WRITE OPRAUTF FS:' WS-FS-OPRAUTF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-GRANTED

             NOT INVALID KEY
                MOVE 'BDUP' TO EXC-REASON-CODE
                MOVE 'GRANT ALREADY ON FILE FOR GRANT CARD'
                TO   EXC-REASON-TEXT

                PERFORM P901-WRITE-EXCEPTION
                THRU    P901-WRITE-EXCEPTION-EXIT
           END-READ
           .

       P210-GRANT-EXIT.
           EXIT.

       P220-CHANGE.

           MOVE AUC-OPERATOR-ID TO OPA-OPERATOR-ID
           MOVE AUC-PROGRAM-ID  TO OPA-PROGRAM-ID
           MOVE AUC-PGM-ACTION  TO OPA-ACTION

           READ OPRAUTF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'NO GRANT ON FILE FOR CHANGE CARD'
                TO   EXC-REASON-TEXT

                PERFORM P901-WRITE-EXCEPTION
                THRU    P901-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                MOVE AUC-EXPIRY-DATE-X
                                      TO OPA-EXPIRY-DATE
                MOVE 'A'              TO OPA-STATUS
                MOVE WS-RUN-DATE      TO OPA-CHANGED-DATE
                MOVE AUC-ENTERED-BY   TO OPA-CHANGED-BY

                REWRITE REC-OPERATOR-AUTH
                END-REWRITE

                IF WS-FS-OPRAUTF NOT EQUAL '00'
                   DISPLAY 'REWRITE OPRAUTF FS:' WS-FS-OPRAUTF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-CHANGED
           END-READ
           .

       P220-CHANGE-EXIT.
           EXIT.

       P230-REVOKE.

           MOVE AUC-OPERATOR-ID TO OPA-OPERATOR-ID
           MOVE AUC-PROGRAM-ID  TO OPA-PROGRAM-ID
           MOVE AUC-PGM-ACTION  TO OPA-ACTION

           READ OPRAUTF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'NO GRANT ON FILE FOR REVOKE CARD'
                TO   EXC-REASON-TEXT

                PERFORM P901-WRITE-EXCEPTION
                THRU    P901-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                MOVE 'R'              TO OPA-STATUS
                MOVE WS-RUN-DATE      TO OPA-CHANGED-DATE
                MOVE AUC-ENTERED-BY   TO OPA-CHANGED-BY

                REWRITE REC-OPERATOR-AUTH
                END-REWRITE

                IF WS-FS-OPRAUTF NOT EQUAL '00'
                   DISPLAY 'REWRITE OPRAUTF FS:' WS-FS-OPRAUTF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-REVOKED
           END-READ
           .

       P230-REVOKE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The full authorization file prints after every run -- who may
      * change what, as of tonight.
      *-----------------------------------------------------------------
       P500-LIST-GRANTS.

           MOVE LOW-VALUES TO OPA-KEY

           START OPRAUTF KEY IS NOT LESS THAN OPA-KEY
             INVALID KEY
                MOVE 'Y' TO WS-LIST-EOF-SW
           END-START

           PERFORM P510-LIST-NEXT-GRANT
           THRU    P510-LIST-NEXT-GRANT-EXIT
              UNTIL WS-LIST-EOF
           .

       P500-LIST-GRANTS-EXIT.
           EXIT.

       P510-LIST-NEXT-GRANT.

           READ OPRAUTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-LIST-EOF-SW
             NOT AT END
                MOVE OPA-OPERATOR-ID  TO WS-LST-OPERATOR
                MOVE OPA-PROGRAM-ID   TO WS-LST-PROGRAM
                MOVE OPA-ACTION       TO WS-LST-ACTION
                MOVE OPA-EXPIRY-DATE  TO WS-LST-EXPIRY
                MOVE OPA-CHANGED-DATE TO WS-LST-CHANGED
                MOVE OPA-CHANGED-BY   TO WS-LST-CHANGED-BY

                EVALUATE TRUE
                WHEN OPA-REVOKED
                   MOVE 'REVOKED' TO WS-LST-STATUS
                WHEN OPA-EXPIRY-DATE LESS WS-RUN-DATE
                   MOVE 'EXPIRED' TO WS-LST-STATUS
                WHEN OTHER
                   MOVE 'ACTIVE ' TO WS-LST-STATUS
                END-EVALUATE

                MOVE WS-LIST-LINE TO WS-DETAIL-LINE
                PERFORM P980-WRITE-DETAIL
                THRU    P980-WRITE-DETAIL-EXIT

                ADD 1 TO WS-LISTED
           END-READ
           .

       P510-LIST-NEXT-GRANT-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

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
           MOVE 'GRANTED'           TO WS-RPT-CNT-LABEL
           MOVE WS-GRANTED          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CHANGED'           TO WS-RPT-CNT-LABEL
           MOVE WS-CHANGED          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REVOKED'           TO WS-RPT-CNT-LABEL
           MOVE WS-REVOKED          TO WS-RPT-CNT-VALUE
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

       P900-WRITE-TOTALS-EXIT.
           EXIT.

       P901-WRITE-EXCEPTION.

           MOVE SPACES       TO EXC-INPUT
           MOVE REC-AUTHCARD TO EXC-INPUT

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF FS:  ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-REJECTED
           .

       P901-WRITE-EXCEPTION-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.

       COPY RPTWRT.
