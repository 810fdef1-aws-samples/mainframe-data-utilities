      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Subject-dispute maintenance. A subject who disputes a check or
      * police record filed against them has the dispute opened here
      * from a card, worked with update cards while the investigation
      * runs, and closed with the outcome. While the dispute is open
      * the DIFS record carries DB-DISPUTE-IND, and COBDF03's fraud
      * extract, COBDF08's police extract and COBDF19's risk score all
      * leave it out; closing clears the marker. A 'removed' outcome
      * also inactivates the record the way a COBDF11 delete does, so
      * it stops going out for good. The dispute history itself stays
      * on DISPUTF (see DISPUTF.cpy), aged by COBDF36.
      *
      * A card may quote the reference as printed on COBDF45's
      * adverse-action notice, where a subject filed under the SSN
      * has the id sent as the SSN's token. Such a key is turned back
      * into the master key through the token vault (TOKVLTF.cpy,
      * alternate key TV-TOKEN) before the card is worked; the SSN is
      * used only as the DIFS key and never printed.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF35.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * DSPCARDS is the maintenance card deck: action 'O' opens a
      * dispute on a DB-MASTER-KEY (or the tokenized reference from
      * the notice), 'U' replaces the working note on
      * the open dispute, 'C' closes it with outcome U (upheld),
      * C (corrected) or R (removed). Dates are the run date.
      *-----------------------------------------------------------------
           SELECT DSPCARDS ASSIGN TO DSPCARDS
                  FILE STATUS IS WS-FS-DSPCARDS.

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

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.

           SELECT DISPUTF  ASSIGN TO DISPUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DSP-KEY
                  FILE STATUS   IS WS-FS-DISPUTF.

           SELECT DIFSHIST ASSIGN TO DIFSHIST
                  FILE STATUS IS WS-FS-DIFSHIST.

           SELECT TOKVAULT ASSIGN TO TOKVAULT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TV-KEY
                  ALTERNATE RECORD KEY IS TV-TOKEN
                  FILE STATUS   IS WS-FS-TOKVAULT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  DSPCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-DSPCARD.
           03  DSC-ACTION                PIC  X(001).
               88  DSC-OPEN                  VALUE 'O'.
               88  DSC-UPDATE                VALUE 'U'.
               88  DSC-CLOSE                 VALUE 'C'.
           03  DSC-MASTER-KEY            PIC  X(042).
           03  DSC-OUTCOME               PIC  X(001).
               88  DSC-UPHELD                VALUE 'U'.
               88  DSC-CORRECTED             VALUE 'C'.
               88  DSC-REMOVED               VALUE 'R'.
               88  DSC-OUTCOME-VALID         VALUE 'U' 'C' 'R'.
           03  DSC-OPERATOR-ID           PIC  X(008).
           03  DSC-NOTE                  PIC  X(028).

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

       FD  DIFS.

       COPY DIFSDB.

       FD  DISPUTF.

       COPY DISPUTF.

       FD  DIFSHIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       COPY DIFSHSTF.

       FD  TOKVAULT.

       COPY TOKVLTF.

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
           05  WS-FS-DSPCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-DISPUTF             PIC X(002) VALUE SPACES.
           05  WS-FS-DIFSHIST            PIC X(002) VALUE SPACES.
           05  WS-FS-TOKVAULT            PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-OPENED                 PIC 9(009) VALUE ZEROS.
           05  WS-UPDATED                PIC 9(009) VALUE ZEROS.
           05  WS-UPHELD                 PIC 9(009) VALUE ZEROS.
           05  WS-CORRECTED              PIC 9(009) VALUE ZEROS.
           05  WS-REMOVED                PIC 9(009) VALUE ZEROS.
           05  WS-RECORD-GONE            PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-TOKENS-RESOLVED        PIC 9(009) VALUE ZEROS.

      *-----------------------------------------------------------------
      * The card as keyed, kept for the exception listing so that a
      * reference resolved through the token vault is listed as quoted.
      *-----------------------------------------------------------------
       01  WS-CARD-AS-KEYED              PIC X(080) VALUE SPACES.

      *-----------------------------------------------------------------
      * What the DISPUTF walk found for the card's master key: the
      * highest dispute sequence on file and the open one, if any.
      *-----------------------------------------------------------------
       01  WS-DISPUTE-WORK.
           05  WS-LAST-SEQ               PIC 9(003) VALUE ZEROS.
           05  WS-OPEN-SEQ               PIC 9(003) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Before/after history of every dispute marker set or cleared
      * and every removal, under the card's operator (see
      * DIFSHSTF.cpy/DIFSHWRT.cpy).
      *-----------------------------------------------------------------
       COPY DIFSHWK.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-CC                 PIC X(002).
           05  WS-RUN-YY                 PIC X(002).
           05  WS-RUN-MM                 PIC X(002).
           05  WS-RUN-DD                 PIC X(002).

       01  WS-SWITCHES.
           05  WS-CARDS-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-CARDS-EOF              VALUE 'Y'.
           05  WS-SCAN-DONE-SW           PIC X(001) VALUE 'N'.
               88  WS-SCAN-DONE              VALUE 'Y'.
           05  WS-OPEN-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-OPEN-FOUND             VALUE 'Y'.
           05  WS-TOKVAULT-OFF-SW        PIC X(001) VALUE 'N'.
               88  WS-TOKVAULT-OFF           VALUE 'Y'.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL              PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RPT-VALUE              PIC X(058) VALUE SPACES.

       01  WS-RPT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF35 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'DIFS SUBJECT DISPUTE MAINTENANCE'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF35 '          TO WS-RPT-PROGRAM
                                      WS-HIST-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE

           OPEN INPUT DSPCARDS.

           IF WS-FS-DSPCARDS NOT EQUAL '00'
              DISPLAY 'OPEN DSPCARDS FS:' WS-FS-DSPCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBDF35 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O DIFS.

           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'OPEN DIFS     FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND DIFSHIST.

           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'OPEN DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * The vault is only read here. One not yet defined means no
      * token has ever gone out, so every card is taken as keyed.
      *-----------------------------------------------------------------
           OPEN INPUT TOKVAULT.

           EVALUATE TRUE
           WHEN WS-FS-TOKVAULT EQUAL '00'
              CONTINUE
           WHEN WS-FS-TOKVAULT EQUAL '35'
              DISPLAY 'TOKVAULT NOT DEFINED. NO TOKENS TO RESOLVE.'
              MOVE 'Y' TO WS-TOKVAULT-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN I-O DISPUTF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined dispute cluster opens with file
      * status 35 -- seed it empty and reopen, the same way COBDF26
      * initializes the legal-hold cluster.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-DISPUTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-DISPUTF EQUAL '35'
              DISPLAY 'EMPTY DISPUTF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT DISPUTF

              IF WS-FS-DISPUTF NOT EQUAL '00'
                 DISPLAY 'OPEN DISPUTF  FS:' WS-FS-DISPUTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE DISPUTF

              OPEN I-O DISPUTF

              IF WS-FS-DISPUTF NOT EQUAL '00'
                 DISPLAY 'REOPEN DISPUTF FS:' WS-FS-DISPUTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN DISPUTF  FS:' WS-FS-DISPUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           PERFORM P100-NEXT-CARD
           THRU    P100-NEXT-CARD-EXIT
              UNTIL WS-CARDS-EOF

           CLOSE DSPCARDS.
           IF WS-FS-DSPCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE DSPCARDS FS:' WS-FS-DSPCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE DIFS.
           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'CLOSE DIFS    FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE DIFSHIST.
           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'CLOSE DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-TOKVAULT-OFF
              CLOSE TOKVAULT

              IF WS-FS-TOKVAULT NOT EQUAL '00'
                 DISPLAY 'CLOSE TOKVAULT FS:' WS-FS-TOKVAULT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE DISPUTF.
           IF WS-FS-DISPUTF NOT EQUAL '00'
              DISPLAY 'CLOSE DISPUTF FS:' WS-FS-DISPUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P950-WRITE-REPORT
           THRU    P950-WRITE-REPORT-EXIT

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
           DISPLAY 'CARDS READ........: ' WS-READ.
           DISPLAY 'DISPUTES OPENED...: ' WS-OPENED.
           DISPLAY 'DISPUTES UPDATED..: ' WS-UPDATED.
           DISPLAY 'CLOSED UPHELD.....: ' WS-UPHELD.
           DISPLAY 'CLOSED CORRECTED..: ' WS-CORRECTED.
           DISPLAY 'CLOSED REMOVED....: ' WS-REMOVED.
           DISPLAY 'DIFS RECORD GONE..: ' WS-RECORD-GONE.
           DISPLAY 'REJECTED..........: ' WS-REJECTED.
           DISPLAY 'TOKENS RESOLVED...: ' WS-TOKENS-RESOLVED.
           DISPLAY 'HISTORY ROWS......: ' WS-HIST-WRITTEN.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF35 FINISHED'.

           STOP RUN.

       P100-NEXT-CARD.

           READ DSPCARDS
             AT END
                MOVE 'Y' TO WS-CARDS-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ
                MOVE REC-DSPCARD TO WS-CARD-AS-KEYED

                PERFORM P190-CHECK-OPERATOR
                THRU    P190-CHECK-OPERATOR-EXIT

                IF WS-OPA-GRANTED
                   PERFORM P195-RESOLVE-TOKEN
                   THRU    P195-RESOLVE-TOKEN-EXIT

                   PERFORM P200-APPLY-CARD
                   THRU    P200-APPLY-CARD-EXIT
                END-IF
           END-READ
           .

       P100-NEXT-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE DSC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE DSC-ACTION      TO WS-OPA-ACTION

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

      *-----------------------------------------------------------------
      * A notice reference carries 'T' and eight digits in place of
      * the SSN, the rest of the id blank. A key of that shape that is
      * itself on DIFS is taken as keyed; otherwise the token is
      * looked up on the vault and the SSN put back in its place. A
      * token not on the vault is left alone, and the card is refused
      * below as naming no record.
      *-----------------------------------------------------------------
       P195-RESOLVE-TOKEN.

           IF NOT WS-TOKVAULT-OFF
              AND DSC-MASTER-KEY (3:1)   EQUAL 'T'
              AND DSC-MASTER-KEY (4:8)   NUMERIC
              AND DSC-MASTER-KEY (12:15) EQUAL SPACES
              MOVE DSC-MASTER-KEY TO DB-MASTER-KEY

              READ DIFS
                INVALID KEY
                   MOVE DSC-MASTER-KEY (3:9) TO TV-TOKEN

                   READ TOKVAULT KEY IS TV-TOKEN
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE TV-SSAN TO DSC-MASTER-KEY (3:9)
                        ADD 1 TO WS-TOKENS-RESOLVED
                   END-READ
              END-READ
           END-IF
           .

       P195-RESOLVE-TOKEN-EXIT.
           EXIT.

       P200-APPLY-CARD.

           EVALUATE TRUE
           WHEN DSC-MASTER-KEY EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'BLANK MASTER KEY ON DISPUTE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN DSC-OPEN
              PERFORM P210-OPEN-DISPUTE
              THRU    P210-OPEN-DISPUTE-EXIT

           WHEN DSC-UPDATE
              PERFORM P220-UPDATE-DISPUTE
              THRU    P220-UPDATE-DISPUTE-EXIT

           WHEN DSC-CLOSE
              PERFORM P230-CLOSE-DISPUTE
              THRU    P230-CLOSE-DISPUTE-EXIT

           WHEN OTHER
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED DSC-ACTION ON DISPUTE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Walk the card's disputes in key order to learn the highest
      * sequence used so far and which one, if any, is still open.
      *-----------------------------------------------------------------
       P205-FIND-DISPUTES.

           MOVE ZEROS          TO WS-LAST-SEQ
                                  WS-OPEN-SEQ
           MOVE 'N'            TO WS-OPEN-FOUND-SW
                                  WS-SCAN-DONE-SW
           MOVE DSC-MASTER-KEY TO DSP-MASTER-KEY
           MOVE ZEROS          TO DSP-DISPUTE-SEQ

           START DISPUTF KEY IS NOT LESS THAN DSP-KEY
             INVALID KEY
                MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START

           PERFORM P206-SCAN-DISPUTE
           THRU    P206-SCAN-DISPUTE-EXIT
              UNTIL WS-SCAN-DONE
           .

       P205-FIND-DISPUTES-EXIT.
           EXIT.

       P206-SCAN-DISPUTE.

           READ DISPUTF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-SCAN-DONE-SW
             NOT AT END
                IF DSP-MASTER-KEY NOT EQUAL DSC-MASTER-KEY
                   MOVE 'Y' TO WS-SCAN-DONE-SW
                ELSE
                   MOVE DSP-DISPUTE-SEQ TO WS-LAST-SEQ

                   IF DSP-OPEN
                      MOVE 'Y'             TO WS-OPEN-FOUND-SW
                      MOVE DSP-DISPUTE-SEQ TO WS-OPEN-SEQ
                   END-IF
                END-IF
           END-READ
           .

       P206-SCAN-DISPUTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Re-read the open dispute found by P205 for rewrite.
      *-----------------------------------------------------------------
       P207-READ-OPEN-DISPUTE.

           MOVE DSC-MASTER-KEY TO DSP-MASTER-KEY
           MOVE WS-OPEN-SEQ    TO DSP-DISPUTE-SEQ

           READ DISPUTF
             INVALID KEY
                DISPLAY 'READ DISPUTF  FS:' WS-FS-DISPUTF
                PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-READ
           .

       P207-READ-OPEN-DISPUTE-EXIT.
           EXIT.

       P210-OPEN-DISPUTE.

           MOVE DSC-MASTER-KEY TO DB-MASTER-KEY

           READ DIFS
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'NO DIFS RECORD ON FILE FOR OPEN CARD'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                PERFORM P215-OPEN-ON-RECORD
                THRU    P215-OPEN-ON-RECORD-EXIT
           END-READ
           .

       P210-OPEN-DISPUTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Only a live check or police record can be disputed, and only
      * one dispute runs on a record at a time -- the marker and the
      * dispute file are both consulted so a record restored from the
      * archive with a stale marker cannot slip a second one in.
      *-----------------------------------------------------------------
       P215-OPEN-ON-RECORD.

           PERFORM P205-FIND-DISPUTES
           THRU    P205-FIND-DISPUTES-EXIT

           EVALUATE TRUE
           WHEN NOT DB-OFFENSE-RECORD
              MOVE 'BTYP' TO EXC-REASON-CODE
              MOVE 'ONLY CHECK/POLICE RECORDS CAN BE DISPUTED'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN DB-INACTIVE
              MOVE 'BINA' TO EXC-REASON-CODE
              MOVE 'DIFS RECORD ALREADY INACTIVE'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN DB-UNDER-DISPUTE
           WHEN WS-OPEN-FOUND
              MOVE 'BDUP' TO EXC-REASON-CODE
              MOVE 'DISPUTE ALREADY OPEN FOR MASTER KEY'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN WS-LAST-SEQ NOT LESS 999
              MOVE 'BSEQ' TO EXC-REASON-CODE
              MOVE 'DISPUTE SEQUENCE EXHAUSTED FOR MASTER KEY'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OTHER
              MOVE SPACES          TO REC-DISPUTE
              MOVE DSC-MASTER-KEY  TO DSP-MASTER-KEY
              ADD 1 WS-LAST-SEQ GIVING DSP-DISPUTE-SEQ
              MOVE 'O'             TO DSP-STATUS
              MOVE WS-RUN-DATE     TO DSP-OPEN-DATE
                                      DSP-UPDATE-DATE
              MOVE ZEROS           TO DSP-CLOSE-DATE
              MOVE DSC-OPERATOR-ID TO DSP-OPERATOR-ID
              MOVE DSC-NOTE        TO DSP-NOTE

              WRITE REC-DISPUTE
              END-WRITE

              IF WS-FS-DISPUTF NOT EQUAL '00'
                 DISPLAY 'WRITE DISPUTF FS:' WS-FS-DISPUTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              MOVE DB-WORK-AREA    TO WS-HIST-BEFORE
              MOVE 'D'             TO DB-DISPUTE-IND

              REWRITE DB-WORK-AREA
              END-REWRITE

              IF WS-FS-DIFS NOT EQUAL '00'
                 DISPLAY 'REWRITE DIFS  FS:' WS-FS-DIFS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              MOVE 'C'             TO WS-HIST-ACTION
              MOVE DSC-OPERATOR-ID TO WS-HIST-OPERATOR
              PERFORM P985-WRITE-HISTORY
              THRU    P985-WRITE-HISTORY-EXIT

              ADD 1 TO WS-OPENED
           END-EVALUATE
           .

       P215-OPEN-ON-RECORD-EXIT.
           EXIT.

       P220-UPDATE-DISPUTE.

           PERFORM P205-FIND-DISPUTES
           THRU    P205-FIND-DISPUTES-EXIT

           EVALUATE TRUE
           WHEN NOT WS-OPEN-FOUND
              MOVE 'BNOP' TO EXC-REASON-CODE
              MOVE 'NO OPEN DISPUTE FOR MASTER KEY'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN DSC-NOTE EQUAL SPACES
              MOVE 'BNTE' TO EXC-REASON-CODE
              MOVE 'BLANK NOTE ON DISPUTE UPDATE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OTHER
              PERFORM P207-READ-OPEN-DISPUTE
              THRU    P207-READ-OPEN-DISPUTE-EXIT

              MOVE DSC-NOTE    TO DSP-NOTE
              MOVE WS-RUN-DATE TO DSP-UPDATE-DATE

              IF DSC-OPERATOR-ID NOT EQUAL SPACES
                 MOVE DSC-OPERATOR-ID TO DSP-OPERATOR-ID
              END-IF

              PERFORM P240-REWRITE-DISPUTE
              THRU    P240-REWRITE-DISPUTE-EXIT

              ADD 1 TO WS-UPDATED
           END-EVALUATE
           .

       P220-UPDATE-DISPUTE-EXIT.
           EXIT.

       P230-CLOSE-DISPUTE.

           PERFORM P205-FIND-DISPUTES
           THRU    P205-FIND-DISPUTES-EXIT

           EVALUATE TRUE
           WHEN NOT DSC-OUTCOME-VALID
              MOVE 'BOUT' TO EXC-REASON-CODE
              MOVE 'OUTCOME MUST BE U, C OR R ON CLOSE CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN NOT WS-OPEN-FOUND
              MOVE 'BNOP' TO EXC-REASON-CODE
              MOVE 'NO OPEN DISPUTE FOR MASTER KEY'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OTHER
              PERFORM P207-READ-OPEN-DISPUTE
              THRU    P207-READ-OPEN-DISPUTE-EXIT

              MOVE 'C'         TO DSP-STATUS
              MOVE DSC-OUTCOME TO DSP-OUTCOME
              MOVE WS-RUN-DATE TO DSP-UPDATE-DATE
                                  DSP-CLOSE-DATE

              IF DSC-OPERATOR-ID NOT EQUAL SPACES
                 MOVE DSC-OPERATOR-ID TO DSP-OPERATOR-ID
              END-IF

              IF DSC-NOTE NOT EQUAL SPACES
                 MOVE DSC-NOTE TO DSP-NOTE
              END-IF

              PERFORM P240-REWRITE-DISPUTE
              THRU    P240-REWRITE-DISPUTE-EXIT

              EVALUATE TRUE
              WHEN DSC-UPHELD
                 ADD 1 TO WS-UPHELD
              WHEN DSC-CORRECTED
                 ADD 1 TO WS-CORRECTED
              WHEN DSC-REMOVED
                 ADD 1 TO WS-REMOVED
              END-EVALUATE

              PERFORM P235-RELEASE-RECORD
              THRU    P235-RELEASE-RECORD-EXIT
           END-EVALUATE
           .

       P230-CLOSE-DISPUTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Closing clears the marker so the record goes out again. A
      * 'removed' outcome inactivates it instead, stamped as a delete
      * the same way COBDF11 marks one -- the record stays on the
      * cluster for history and the archive chain. A record already
      * gone from the cluster (expunged meanwhile) still lets the
      * dispute close.
      *-----------------------------------------------------------------
       P235-RELEASE-RECORD.

           MOVE DSC-MASTER-KEY TO DB-MASTER-KEY

           READ DIFS
             INVALID KEY
                DISPLAY 'DIFS RECORD GONE. DISPUTE CLOSED ONLY: '
                         DSC-MASTER-KEY
                ADD 1 TO WS-RECORD-GONE

             NOT INVALID KEY
                MOVE DB-WORK-AREA    TO WS-HIST-BEFORE
                MOVE 'C'             TO WS-HIST-ACTION
                MOVE DSC-OPERATOR-ID TO WS-HIST-OPERATOR
                MOVE SPACE           TO DB-DISPUTE-IND

                IF DSC-REMOVED
                   MOVE 'I'       TO WS-HIST-ACTION
                   MOVE '0'       TO DB-STATUS
                   MOVE '2'       TO DB-MAINT-CODE
                   MOVE WS-RUN-MM TO DB-FILE-MAINT-MM
                   MOVE WS-RUN-DD TO DB-FILE-MAINT-DD
                   MOVE WS-RUN-YY TO DB-FILE-MAINT-YY
                END-IF

                REWRITE DB-WORK-AREA
                END-REWRITE

                IF WS-FS-DIFS NOT EQUAL '00'
                   DISPLAY 'REWRITE DIFS  FS:' WS-FS-DIFS
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                PERFORM P985-WRITE-HISTORY
                THRU    P985-WRITE-HISTORY-EXIT
           END-READ
           .

       P235-RELEASE-RECORD-EXIT.
           EXIT.

       P240-REWRITE-DISPUTE.

           REWRITE REC-DISPUTE
           END-REWRITE

           IF WS-FS-DISPUTF NOT EQUAL '00'
              DISPLAY 'REWRITE DISPUTF FS:' WS-FS-DISPUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P240-REWRITE-DISPUTE-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES           TO EXC-INPUT
           MOVE WS-CARD-AS-KEYED TO EXC-INPUT

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

       P950-WRITE-REPORT.

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CARDS READ'        TO WS-RPT-LABEL
           MOVE WS-READ             TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'DISPUTES OPENED'   TO WS-RPT-LABEL
           MOVE WS-OPENED           TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'DISPUTES UPDATED'  TO WS-RPT-LABEL
           MOVE WS-UPDATED          TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CLOSED UPHELD'     TO WS-RPT-LABEL
           MOVE WS-UPHELD           TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CLOSED CORRECTED'  TO WS-RPT-LABEL
           MOVE WS-CORRECTED        TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CLOSED REMOVED'    TO WS-RPT-LABEL
           MOVE WS-REMOVED          TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'DIFS RECORD GONE'  TO WS-RPT-LABEL
           MOVE WS-RECORD-GONE      TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CARDS REJECTED'    TO WS-RPT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P950-WRITE-REPORT-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.

       COPY DIFSHWRT.

       COPY RPTWRT.
