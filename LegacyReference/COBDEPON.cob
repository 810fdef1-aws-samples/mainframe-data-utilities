           SELECT EXCEPF  ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.

           SELECT REPORTF ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           03  DEPINF-LAST-NAME            PIC  X(18).
           03  DEPINF-FIRST-NAME           PIC  X(12).
           03  DEPINF-STATE                PIC  X(02).
           03  DEPINF-OPERATOR-ID          PIC  X(08).
           03  FILLER                      PIC  X(26).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS

       COPY COBDEPON.

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

           DISPLAY 'COBDEPON STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBDEPON' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'

              MOVE 'N' TO WS-REJECT-SW

              PERFORM P190-CHECK-OPERATOR
              THRU    P190-CHECK-OPERATOR-EXIT

              IF WS-OPA-GRANTED
                 PERFORM P200-PROCESS-TRAN
                 THRU    P200-PROCESS-TRAN-EXIT
              END-IF

              READ DEPINF
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

           MOVE DEPINF-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE DEPINF-ACTION      TO WS-OPA-ACTION

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

       P200-PROCESS-TRAN.

           MOVE DEPINF-TYPE TO VSAM-K-TYPE

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.
