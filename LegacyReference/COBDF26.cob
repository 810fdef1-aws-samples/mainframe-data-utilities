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

           03  HLD-MASTER-KEY            PIC  X(042).
           03  HLD-CASE-REF              PIC  X(020).
           03  HLD-EXPIRY-DATE           PIC  9(008).
           03  HLD-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(001).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS

       COPY LEGALHLD.

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

       01  WS-RPT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF26 STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBDF26 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'

              ADD 1 TO WS-READ

              PERFORM P190-CHECK-OPERATOR
              THRU    P190-CHECK-OPERATOR-EXIT

              IF WS-OPA-GRANTED
                 PERFORM P200-APPLY-CARD
                 THRU    P200-APPLY-CARD-EXIT
              END-IF

              READ HLDCARDS
              END-READ
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P993-CLOSE-AUTH THRU P993-CLOSE-AUTH-EXIT

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF

           STOP RUN.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE HLD-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE HLD-ACTION      TO WS-OPA-ACTION

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

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.
