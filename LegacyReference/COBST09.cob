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

      * STKMAINT is the item maintenance card deck -- the first real
      * create/update path STOCK-MASTER has had: action 'A' add, 'C'
      * change, 'D' deactivate, then the item key and the fields data
      * control keys on setup. STM-INSPECT-IND 'Y' puts the item under
      * receiving inspection (its lots are booked on QC hold), 'N'
      * takes it off; blank leaves the flag as it is.
      *-----------------------------------------------------------------
       FD  STKMAINT
           BLOCK CONTAINS 0 RECORDS
           03  STM-CLASS-CODE            PIC  X(004).
           03  STM-BUYER                 PIC  X(003).
           03  STM-DESCRIPTION           PIC  X(040).
           03  STM-INSPECT-IND           PIC  X(001).
               88  STM-INSPECT-VALID         VALUE 'Y' 'N' ' '.
           03  STM-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(009).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS

       COPY stock.

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
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBST09 STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBST09 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'

              MOVE 'N' TO WS-REJECT-SW

              PERFORM P190-CHECK-OPERATOR
              THRU    P190-CHECK-OPERATOR-EXIT

              IF WS-OPA-GRANTED
                 PERFORM P200-APPLY-MAINT
                 THRU    P200-APPLY-MAINT-EXIT
              END-IF

              READ STKMAINT
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

           MOVE STM-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE STM-ACTION      TO WS-OPA-ACTION

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

       P200-APPLY-MAINT.

           PERFORM P240-EDIT-FIELDS
              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF

           IF WS-REC-OK
              AND NOT STM-INSPECT-VALID
              MOVE 'BINS' TO EXC-REASON-CODE
              MOVE 'STM-INSPECT-IND MUST BE Y, N OR BLANK'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P240-EDIT-FIELDS-EXIT.
                MOVE STM-DESCRIPTION TO STOCK-DESCRIPTION (1)
                MOVE 'N'             TO STOCK-INTERNAL-USE-IND (1)

                IF STM-INSPECT-IND EQUAL 'Y'
                   MOVE 'Y'          TO STOCK-INSPECT-IND
                ELSE
                   MOVE 'N'          TO STOCK-INSPECT-IND
                END-IF

                MOVE ZEROS TO STOCK-CONVERSION-FACTOR (1)
                              STOCK-CONVERSION-FACTOR (2)
                              STOCK-DEFAULT-UNIT-PRICE
                   MOVE STM-DESCRIPTION TO STOCK-DESCRIPTION (1)
                END-IF

                IF STM-INSPECT-IND NOT EQUAL SPACE
                   MOVE STM-INSPECT-IND TO STOCK-INSPECT-IND
                END-IF

                REWRITE STOCK-MASTER
                END-REWRITE

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.

       COPY RPTWRT.
