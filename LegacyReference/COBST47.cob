      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST47.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * SUPCARDS is the item supersession card deck (see SUPERSF.cpy):
      * action 'A' adds or replaces the link from an old item to its
      * replacement, 'D' removes it. Both items must have a type-1
      * STOCK record. A link that closes a loop is accepted here and
      * shows on the COBST48 chain report.
      *-----------------------------------------------------------------
           SELECT SUPCARDS ASSIGN TO SUPCARDS
                  FILE STATUS IS WS-FS-SUPCARDS.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

           SELECT SUPERSF  ASSIGN TO SUPERSF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SS-KEY
                  FILE STATUS   IS WS-FS-SUPERSF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  SUPCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-SUPCARD.
           03  SSC-ACTION                PIC  X(001).
               88  SSC-ADD                   VALUE 'A'.
               88  SSC-DELETE                VALUE 'D'.
           03  SSC-OLD-ITEM-ID           PIC  X(009).
           03  SSC-NEW-ITEM-ID           PIC  X(009).
           03  SSC-EFFECTIVE-DATE        PIC  9(008).
           03  SSC-CONV-RATIO            PIC  9(003)V9(004).
           03  SSC-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(038).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  STOCKM.

       COPY stock.

       FD  SUPERSF.

       COPY SUPERSF.

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
           05  WS-FS-SUPCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-SUPERSF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-ADDED                  PIC 9(009) VALUE ZEROS.
           05  WS-REPLACED               PIC 9(009) VALUE ZEROS.
           05  WS-REMOVED                PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-RUN-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-CHECK-ITEM             PIC X(009) VALUE SPACES.
           05  WS-CARD-OK-SW             PIC X(001) VALUE 'N'.
               88  WS-CARD-OK                VALUE 'Y'.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBST47 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT SUPCARDS.

           IF WS-FS-SUPCARDS NOT EQUAL '00'
              DISPLAY 'OPEN SUPCARDS FS:' WS-FS-SUPCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBST47 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN INPUT STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM   FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O SUPERSF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined supersession cluster opens with
      * file status 35 -- seed it empty and reopen, as COBST43 does
      * for the contract cluster.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-SUPERSF EQUAL '00'
              CONTINUE
           WHEN WS-FS-SUPERSF EQUAL '35'
              DISPLAY 'EMPTY SUPERSF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT SUPERSF
              CLOSE SUPERSF
              OPEN I-O SUPERSF

              IF WS-FS-SUPERSF NOT EQUAL '00'
                 DISPLAY 'REOPEN SUPERSF FS:' WS-FS-SUPERSF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN SUPERSF  FS:' WS-FS-SUPERSF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           READ SUPCARDS
           END-READ

           PERFORM P100-PROCESS-CARD
           THRU    P100-PROCESS-CARD-EXIT
              UNTIL WS-FS-SUPCARDS GREATER '00'.

           CLOSE SUPCARDS.
           IF WS-FS-SUPCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE SUPCARDS FS:' WS-FS-SUPCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STOCKM.
           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE SUPERSF.
           IF WS-FS-SUPERSF NOT EQUAL '00'
              DISPLAY 'CLOSE SUPERSF FS:' WS-FS-SUPERSF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P993-CLOSE-AUTH THRU P993-CLOSE-AUTH-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ....: ' WS-READ.
           DISPLAY 'LINKS ADDED...: ' WS-ADDED.
           DISPLAY 'LINKS REPLACED: ' WS-REPLACED.
           DISPLAY 'LINKS REMOVED.: ' WS-REMOVED.
           DISPLAY 'REJECTED......: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST47 FINISHED'.

           STOP RUN.

       P100-PROCESS-CARD.

           ADD 1 TO WS-READ

           PERFORM P190-CHECK-OPERATOR
           THRU    P190-CHECK-OPERATOR-EXIT

           IF WS-OPA-GRANTED
              PERFORM P200-APPLY-CARD
              THRU    P200-APPLY-CARD-EXIT
           END-IF

           READ SUPCARDS
           END-READ
           .

       P100-PROCESS-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE SSC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE SSC-ACTION      TO WS-OPA-ACTION

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

           EVALUATE TRUE
           WHEN SSC-OLD-ITEM-ID EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'MISSING OLD ITEM ON SUPERSESSION CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN SSC-ADD
              PERFORM P210-ADD-LINK
              THRU    P210-ADD-LINK-EXIT

           WHEN SSC-DELETE
              PERFORM P220-REMOVE-LINK
              THRU    P220-REMOVE-LINK-EXIT

           WHEN OTHER
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED SSC-ACTION ON SUPERSESSION'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An old item has one replacement: a card for an old item
      * already on file replaces its link and keeps its added date.
      *-----------------------------------------------------------------
       P210-ADD-LINK.

           PERFORM P300-EDIT-LINK
           THRU    P300-EDIT-LINK-EXIT

           IF WS-CARD-OK
              MOVE SSC-OLD-ITEM-ID TO SS-OLD-ITEM-ID

              READ SUPERSF
                INVALID KEY
                   MOVE SPACES          TO REC-SUPERSESSION
                   MOVE SSC-OLD-ITEM-ID TO SS-OLD-ITEM-ID
                   MOVE WS-RUN-DATE     TO SS-ADDED-DATE
                   MOVE ZEROS           TO SS-CHANGED-DATE

                   PERFORM P310-MOVE-LINK
                   THRU    P310-MOVE-LINK-EXIT

                   WRITE REC-SUPERSESSION
                   END-WRITE

                   IF WS-FS-SUPERSF NOT EQUAL '00'
                      DISPLAY 'WRITE SUPERSF FS:  ' WS-FS-SUPERSF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-ADDED

                NOT INVALID KEY
                   MOVE WS-RUN-DATE     TO SS-CHANGED-DATE

                   PERFORM P310-MOVE-LINK
                   THRU    P310-MOVE-LINK-EXIT

                   REWRITE REC-SUPERSESSION
                   END-REWRITE

                   IF WS-FS-SUPERSF NOT EQUAL '00'
                      DISPLAY 'REWRITE SUPERSF FS:' WS-FS-SUPERSF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-REPLACED
              END-READ
           END-IF
           .

       P210-ADD-LINK-EXIT.
           EXIT.

       P220-REMOVE-LINK.

           MOVE SSC-OLD-ITEM-ID TO SS-OLD-ITEM-ID

           READ SUPERSF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'NO SUPERSESSION LINK FOR REMOVE CARD'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                DELETE SUPERSF
                END-DELETE

                IF WS-FS-SUPERSF NOT EQUAL '00'
                   DISPLAY 'DELETE SUPERSF FS: ' WS-FS-SUPERSF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-REMOVED
           END-READ
           .

       P220-REMOVE-LINK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Edits for a whole link: two different items, each with a
      * type-1 STOCK record, an effective date and a positive
      * conversion ratio.
      *-----------------------------------------------------------------
       P300-EDIT-LINK.

           MOVE 'Y' TO WS-CARD-OK-SW

           IF SSC-NEW-ITEM-ID EQUAL SPACES
              OR SSC-NEW-ITEM-ID EQUAL SSC-OLD-ITEM-ID
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'REPLACEMENT MISSING OR SAME AS OLD ITEM'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              MOVE 'N' TO WS-CARD-OK-SW
           END-IF

           IF WS-CARD-OK
              MOVE SSC-OLD-ITEM-ID TO WS-CHECK-ITEM

              PERFORM P320-CHECK-ITEM
              THRU    P320-CHECK-ITEM-EXIT
           END-IF

           IF WS-CARD-OK
              MOVE SSC-NEW-ITEM-ID TO WS-CHECK-ITEM

              PERFORM P320-CHECK-ITEM
              THRU    P320-CHECK-ITEM-EXIT
           END-IF

           EVALUATE TRUE
           WHEN NOT WS-CARD-OK
              CONTINUE

           WHEN SSC-EFFECTIVE-DATE NOT NUMERIC
              OR SSC-EFFECTIVE-DATE EQUAL ZEROS
              MOVE 'BDAT' TO EXC-REASON-CODE
              MOVE 'MISSING EFFECTIVE DATE ON SUPERSESSION'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              MOVE 'N' TO WS-CARD-OK-SW

           WHEN SSC-CONV-RATIO NOT NUMERIC
              OR SSC-CONV-RATIO EQUAL ZEROS
              MOVE 'BRAT' TO EXC-REASON-CODE
              MOVE 'MISSING CONVERSION RATIO ON SUPERSESSION'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE
           .

       P300-EDIT-LINK-EXIT.
           EXIT.

       P310-MOVE-LINK.

           MOVE SSC-NEW-ITEM-ID    TO SS-NEW-ITEM-ID
           MOVE SSC-EFFECTIVE-DATE TO SS-EFFECTIVE-DATE
           MOVE SSC-CONV-RATIO     TO SS-CONV-RATIO
           .

       P310-MOVE-LINK-EXIT.
           EXIT.

       P320-CHECK-ITEM.

           MOVE SPACES        TO STOCK-KEY
           MOVE WS-CHECK-ITEM TO STOCK-ITEM-ID
           MOVE '1'           TO STOCK-RECORD-TYPE

           READ STOCKM
             INVALID KEY
                MOVE 'BITM' TO EXC-REASON-CODE
                MOVE 'NO TYPE-1 STOCK RECORD FOR SUPERSESSION'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

                MOVE 'N' TO WS-CARD-OK-SW
           END-READ
           .

       P320-CHECK-ITEM-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-SUPCARD TO EXC-INPUT

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

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.
