      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST43.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * CTRCARDS is the contract price card deck (see CONTRF.cpy):
      * action 'A' adds or replaces a term, 'D' removes one, 'E'
      * changes only the end date of one -- the way a contract is
      * ended early or extended. The customer must be on CUSTMSTF;
      * an item term needs a type-1 STOCK record.
      *-----------------------------------------------------------------
           SELECT CTRCARDS ASSIGN TO CTRCARDS
                  FILE STATUS IS WS-FS-CTRCARDS.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.

           SELECT CUSTMSTF ASSIGN TO CUSTMSTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CUS-KEY
                  FILE STATUS   IS WS-FS-CUSTMSTF.

           SELECT STOCKM   ASSIGN TO STOCKM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STOCK-KEY
                  FILE STATUS   IS WS-FS-STOCKM.

           SELECT CONTRF   ASSIGN TO CONTRF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CTR-KEY
                  FILE STATUS   IS WS-FS-CONTRF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  CTRCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-CTRCARD.
           03  CTC-ACTION                PIC  X(001).
               88  CTC-ADD                   VALUE 'A'.
               88  CTC-DELETE                VALUE 'D'.
               88  CTC-END-CHANGE            VALUE 'E'.
           03  CTC-CUSTOMER-NO           PIC  X(008).
           03  CTC-SCOPE                 PIC  X(001).
               88  CTC-ITEM-SCOPE            VALUE 'I'.
               88  CTC-CLASS-SCOPE           VALUE 'C'.
           03  CTC-SCOPE-CODE            PIC  X(009).
           03  CTC-START-DATE            PIC  9(008).
           03  CTC-END-DATE              PIC  9(008).
           03  CTC-PRICE-TYPE            PIC  X(001).
               88  CTC-FIXED-PRICE           VALUE 'P'.
               88  CTC-DISCOUNT              VALUE 'D'.
           03  CTC-PRICE                 PIC  9(008)V9(005).
           03  CTC-DISCOUNT-PCT          PIC  9(003)V9(002).
           03  CTC-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(018).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  CUSTMSTF.

       COPY CUSTMSTF.

       FD  STOCKM.

       COPY stock.

       FD  CONTRF.

       COPY CONTRF.

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
           05  WS-FS-CTRCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-CUSTMSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-STOCKM              PIC X(002) VALUE SPACES.
           05  WS-FS-CONTRF              PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-ADDED                  PIC 9(009) VALUE ZEROS.
           05  WS-REPLACED               PIC 9(009) VALUE ZEROS.
           05  WS-REMOVED                PIC 9(009) VALUE ZEROS.
           05  WS-END-CHANGED            PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-RUN-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-CARD-OK-SW             PIC X(001) VALUE 'N'.
               88  WS-CARD-OK                VALUE 'Y'.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBST43 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CTRCARDS.

           IF WS-FS-CTRCARDS NOT EQUAL '00'
              DISPLAY 'OPEN CTRCARDS FS:' WS-FS-CTRCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBST43 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN INPUT CUSTMSTF.

           IF WS-FS-CUSTMSTF NOT EQUAL '00'
              DISPLAY 'OPEN CUSTMSTF FS:' WS-FS-CUSTMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT STOCKM.

           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'OPEN STOCKM   FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O CONTRF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined contract cluster opens with file
      * status 35 -- seed it empty and reopen, as COBST25 does for
      * the future price cluster.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-CONTRF EQUAL '00'
              CONTINUE
           WHEN WS-FS-CONTRF EQUAL '35'
              DISPLAY 'EMPTY CONTRF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT CONTRF
              CLOSE CONTRF
              OPEN I-O CONTRF

              IF WS-FS-CONTRF NOT EQUAL '00'
                 DISPLAY 'REOPEN CONTRF FS:' WS-FS-CONTRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN CONTRF   FS:' WS-FS-CONTRF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           READ CTRCARDS
           END-READ

           PERFORM P100-PROCESS-CARD
           THRU    P100-PROCESS-CARD-EXIT
              UNTIL WS-FS-CTRCARDS GREATER '00'.

           CLOSE CTRCARDS.
           IF WS-FS-CTRCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE CTRCARDS FS:' WS-FS-CTRCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CUSTMSTF.
           IF WS-FS-CUSTMSTF NOT EQUAL '00'
              DISPLAY 'CLOSE CUSTMSTF FS:' WS-FS-CUSTMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE STOCKM.
           IF WS-FS-STOCKM NOT EQUAL '00'
              DISPLAY 'CLOSE STOCKM  FS:' WS-FS-STOCKM
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CONTRF.
           IF WS-FS-CONTRF NOT EQUAL '00'
              DISPLAY 'CLOSE CONTRF  FS:' WS-FS-CONTRF
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
           DISPLAY 'TERMS ADDED...: ' WS-ADDED.
           DISPLAY 'TERMS REPLACED: ' WS-REPLACED.
           DISPLAY 'TERMS REMOVED.: ' WS-REMOVED.
           DISPLAY 'ENDS CHANGED..: ' WS-END-CHANGED.
           DISPLAY 'REJECTED......: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST43 FINISHED'.

           STOP RUN.

       P100-PROCESS-CARD.

           ADD 1 TO WS-READ

           PERFORM P190-CHECK-OPERATOR
           THRU    P190-CHECK-OPERATOR-EXIT

           IF WS-OPA-GRANTED
              PERFORM P200-APPLY-CARD
              THRU    P200-APPLY-CARD-EXIT
           END-IF

           READ CTRCARDS
           END-READ
           .

       P100-PROCESS-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE CTC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE CTC-ACTION      TO WS-OPA-ACTION

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
           WHEN CTC-CUSTOMER-NO EQUAL SPACES
              OR CTC-SCOPE-CODE EQUAL SPACES
              OR NOT (CTC-ITEM-SCOPE OR CTC-CLASS-SCOPE)
              OR CTC-START-DATE NOT NUMERIC
              OR CTC-START-DATE EQUAL ZEROS
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'INVALID CUSTOMER, SCOPE OR START ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN CTC-ADD
              PERFORM P210-ADD-TERM
              THRU    P210-ADD-TERM-EXIT

           WHEN CTC-DELETE
              PERFORM P220-REMOVE-TERM
              THRU    P220-REMOVE-TERM-EXIT

           WHEN CTC-END-CHANGE
              PERFORM P230-CHANGE-END
              THRU    P230-CHANGE-END-EXIT

           WHEN OTHER
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED CTC-ACTION ON CONTRACT CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A term is written whole: a card for a key already on file
      * replaces it and keeps its added date.
      *-----------------------------------------------------------------
       P210-ADD-TERM.

           PERFORM P300-EDIT-TERM
           THRU    P300-EDIT-TERM-EXIT

           IF WS-CARD-OK
              MOVE CTC-CUSTOMER-NO TO CTR-CUSTOMER-NO
              MOVE CTC-SCOPE       TO CTR-SCOPE
              MOVE CTC-SCOPE-CODE  TO CTR-SCOPE-CODE
              MOVE CTC-START-DATE  TO CTR-START-DATE

              READ CONTRF
                INVALID KEY
                   MOVE SPACES          TO REC-CONTRACT
                   MOVE CTC-CUSTOMER-NO TO CTR-CUSTOMER-NO
                   MOVE CTC-SCOPE       TO CTR-SCOPE
                   MOVE CTC-SCOPE-CODE  TO CTR-SCOPE-CODE
                   MOVE CTC-START-DATE  TO CTR-START-DATE
                   MOVE WS-RUN-DATE     TO CTR-ADDED-DATE
                   MOVE ZEROS           TO CTR-CHANGED-DATE

                   PERFORM P310-MOVE-TERMS
                   THRU    P310-MOVE-TERMS-EXIT

                   WRITE REC-CONTRACT
                   END-WRITE

                   IF WS-FS-CONTRF NOT EQUAL '00'
                      DISPLAY 'WRITE CONTRF FS:  ' WS-FS-CONTRF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-ADDED

                NOT INVALID KEY
                   MOVE WS-RUN-DATE     TO CTR-CHANGED-DATE

                   PERFORM P310-MOVE-TERMS
                   THRU    P310-MOVE-TERMS-EXIT

                   REWRITE REC-CONTRACT
                   END-REWRITE

                   IF WS-FS-CONTRF NOT EQUAL '00'
                      DISPLAY 'REWRITE CONTRF FS:' WS-FS-CONTRF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-REPLACED
              END-READ
           END-IF
           .

       P210-ADD-TERM-EXIT.
           EXIT.

       P220-REMOVE-TERM.

           MOVE CTC-CUSTOMER-NO TO CTR-CUSTOMER-NO
           MOVE CTC-SCOPE       TO CTR-SCOPE
           MOVE CTC-SCOPE-CODE  TO CTR-SCOPE-CODE
           MOVE CTC-START-DATE  TO CTR-START-DATE

           READ CONTRF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'NO CONTRACT TERM FOR REMOVE CARD'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                DELETE CONTRF
                END-DELETE

                IF WS-FS-CONTRF NOT EQUAL '00'
                   DISPLAY 'DELETE CONTRF FS: ' WS-FS-CONTRF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-REMOVED
           END-READ
           .

       P220-REMOVE-TERM-EXIT.
           EXIT.

       P230-CHANGE-END.

           MOVE CTC-CUSTOMER-NO TO CTR-CUSTOMER-NO
           MOVE CTC-SCOPE       TO CTR-SCOPE
           MOVE CTC-SCOPE-CODE  TO CTR-SCOPE-CODE
           MOVE CTC-START-DATE  TO CTR-START-DATE

           READ CONTRF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'NO CONTRACT TERM FOR END DATE CARD'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                IF CTC-END-DATE NOT NUMERIC
                   OR (CTC-END-DATE NOT EQUAL ZEROS
                       AND CTC-END-DATE LESS CTC-START-DATE)
                   MOVE 'BDAT' TO EXC-REASON-CODE
                   MOVE 'END DATE BEFORE START ON CONTRACT CARD'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT
                ELSE
                   MOVE CTC-END-DATE TO CTR-END-DATE
                   MOVE WS-RUN-DATE  TO CTR-CHANGED-DATE

                   REWRITE REC-CONTRACT
                   END-REWRITE

                   IF WS-FS-CONTRF NOT EQUAL '00'
                      DISPLAY 'REWRITE CONTRF FS:' WS-FS-CONTRF
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-END-CHANGED
                END-IF
           END-READ
           .

       P230-CHANGE-END-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Edits for a whole term: a known customer, a priced item or a
      * class code, an end on or after the start (zero is open), and
      * a positive price or a discount under 100 percent.
      *-----------------------------------------------------------------
       P300-EDIT-TERM.

           MOVE 'Y' TO WS-CARD-OK-SW

           MOVE CTC-CUSTOMER-NO TO CUS-CUSTOMER-NO

           READ CUSTMSTF
             INVALID KEY
                MOVE 'BCUS' TO EXC-REASON-CODE
                MOVE 'CUSTOMER NOT ON FILE FOR CONTRACT CARD'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

                MOVE 'N' TO WS-CARD-OK-SW
           END-READ

           IF WS-CARD-OK AND CTC-ITEM-SCOPE
              MOVE SPACES         TO STOCK-KEY
              MOVE CTC-SCOPE-CODE TO STOCK-ITEM-ID
              MOVE '1'            TO STOCK-RECORD-TYPE

              READ STOCKM
                INVALID KEY
                   MOVE 'BITM' TO EXC-REASON-CODE
                   MOVE 'NO TYPE-1 STOCK RECORD FOR CONTRACT CARD'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT

                   MOVE 'N' TO WS-CARD-OK-SW
              END-READ
           END-IF

           EVALUATE TRUE
           WHEN NOT WS-CARD-OK
              CONTINUE

           WHEN CTC-END-DATE NOT NUMERIC
              OR (CTC-END-DATE NOT EQUAL ZEROS
                  AND CTC-END-DATE LESS CTC-START-DATE)
              MOVE 'BDAT' TO EXC-REASON-CODE
              MOVE 'END DATE BEFORE START ON CONTRACT CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              MOVE 'N' TO WS-CARD-OK-SW

           WHEN CTC-FIXED-PRICE
              AND (CTC-PRICE NOT NUMERIC
                   OR CTC-PRICE EQUAL ZEROS)
              MOVE 'BPRC' TO EXC-REASON-CODE
              MOVE 'MISSING FIXED PRICE ON CONTRACT CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              MOVE 'N' TO WS-CARD-OK-SW

           WHEN CTC-DISCOUNT
              AND (CTC-DISCOUNT-PCT NOT NUMERIC
                   OR CTC-DISCOUNT-PCT EQUAL ZEROS
                   OR CTC-DISCOUNT-PCT NOT LESS 100)
              MOVE 'BPRC' TO EXC-REASON-CODE
              MOVE 'DISCOUNT NOT BETWEEN 0 AND 100 ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              MOVE 'N' TO WS-CARD-OK-SW

           WHEN NOT (CTC-FIXED-PRICE OR CTC-DISCOUNT)
              MOVE 'BPRC' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED PRICE TYPE ON CONTRACT CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE
           .

       P300-EDIT-TERM-EXIT.
           EXIT.

       P310-MOVE-TERMS.

           MOVE CTC-END-DATE   TO CTR-END-DATE
           MOVE CTC-PRICE-TYPE TO CTR-PRICE-TYPE

           IF CTC-FIXED-PRICE
              MOVE CTC-PRICE        TO CTR-PRICE
              MOVE ZEROS            TO CTR-DISCOUNT-PCT
           ELSE
              MOVE ZEROS            TO CTR-PRICE
              MOVE CTC-DISCOUNT-PCT TO CTR-DISCOUNT-PCT
           END-IF
           .

       P310-MOVE-TERMS-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-CTRCARD TO EXC-INPUT

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
