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
      * CODECARD is the maintenance card deck: one card per code-table
      * change, action 'A' add, 'C' change description, 'D' deactivate.
      * The keying operator's id goes in CDC-OPERATOR-ID.
      *-----------------------------------------------------------------
       FD  CODECARD
           BLOCK CONTAINS 0 RECORDS
           03  CDC-TABLE-ID              PIC  X(008).
           03  CDC-CODE                  PIC  X(010).
           03  CDC-DESCRIPTION           PIC  X(030).
           03  CDC-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(023).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS

       COPY CODETBL.

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

           DISPLAY 'COBCT01 STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBCT01 ' TO WS-OPA-PROGRAM
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

              READ CODECARD
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

           MOVE CDC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE CDC-ACTION      TO WS-OPA-ACTION

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

           IF CDC-TABLE-ID EQUAL SPACES OR CDC-CODE EQUAL SPACES

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.
