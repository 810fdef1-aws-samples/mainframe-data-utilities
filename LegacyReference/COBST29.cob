           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.

           SELECT VENDORF  ASSIGN TO VENDORF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
           03  VNC-LEAD-DAYS             PIC  9(003).
           03  VNC-MIN-ORDER-QTY         PIC  9(007).
           03  VNC-PREFERRED-SW          PIC  X(001).
           03  VNC-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(014).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS

       COPY ITMVENF.

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
           05  WS-LINK-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-LINK-EOF               VALUE 'Y'.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBST29 STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBST29 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

      *-----------------------------------------------------------------
      * Cold start: a newly defined cluster opens with file status 35
      * -- seed it empty and reopen, the same way the CLIENT loaders

              ADD 1 TO WS-READ

              PERFORM P190-CHECK-OPERATOR
              THRU    P190-CHECK-OPERATOR-EXIT

              IF WS-OPA-GRANTED
                 PERFORM P200-APPLY-CARD
                 THRU    P200-APPLY-CARD-EXIT
              END-IF

              READ VENCARDS
              END-READ
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P993-CLOSE-AUTH THRU P993-CLOSE-AUTH-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ....: ' WS-READ.
           DISPLAY 'VENDORS WORKED: ' WS-VENDORS-WORKED.

           STOP RUN.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE VNC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE VNC-ACTION      TO WS-OPA-ACTION

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
           WHEN VNC-ADD
              READ VENDORF
                INVALID KEY
                   MOVE SPACES          TO REC-VENDOR
                   MOVE VNC-VENDOR-CODE TO VEN-CODE
                   MOVE VNC-NAME        TO VEN-NAME
                   MOVE 'A'             TO VEN-STATUS
                   MOVE WS-RUN-DATE     TO VEN-EFFECTIVE-DATE
                   MOVE ZEROS           TO VEN-ACTUAL-LEAD-DAYS
                                           VEN-ACTUAL-LEAD-MONTH

                   IF VNC-LEAD-DAYS NUMERIC
                      MOVE VNC-LEAD-DAYS TO VEN-LEAD-DAYS

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.
