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


       COPY PARAMF.

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
                   VALUE 'ST15-WARN-WINDOW00000010000365'.
               10  FILLER  PIC X(030)
                   VALUE 'NS02-DEV-PCT    00000010000100'.
               10  FILLER  PIC X(030)
                   VALUE 'DF36-RESP-DAYS  00000010000999'.
               10  FILLER  PIC X(030)
                   VALUE 'KS35-HIGH-SCORE 00000010099999'.
               10  FILLER  PIC X(030)
                   VALUE 'KS35-LEAD-DAYS  00000000000999'.
               10  FILLER  PIC X(030)
                   VALUE 'KS37-WINDOW-DAYS00000010000360'.
               10  FILLER  PIC X(030)
                   VALUE 'KS37-CHANGE-MAX 00000010000999'.
               10  FILLER  PIC X(030)
                   VALUE 'KS37-PAIR-DAYS  00000000000360'.
               10  FILLER  PIC X(030)
                   VALUE 'DF38-DECLINE-CNT00000010099999'.
               10  FILLER  PIC X(030)
                   VALUE 'DF38-DECLINE-AMT00000019999999'.
               10  FILLER  PIC X(030)
                   VALUE 'DF42-JUMP-PCT   00000010099999'.
               10  FILLER  PIC X(030)
                   VALUE 'DF42-MIN-CHECKS 00000010099999'.
               10  FILLER  PIC X(030)
                   VALUE 'DF42-PERIOD-MOS 00000010000012'.
               10  FILLER  PIC X(030)
                   VALUE 'DF43-RUN-MIN    00000020000999'.
               10  FILLER  PIC X(030)
                   VALUE 'DF43-RUN-DAYS   00000010000360'.
               10  FILLER  PIC X(030)
                   VALUE 'DF43-BURST-CNT  00000020000999'.
               10  FILLER  PIC X(030)
                   VALUE 'DF43-BURST-DAYS 00000010000360'.
               10  FILLER  PIC X(030)
                   VALUE 'DF43-ACCT-MIN   00000020000999'.
           05  WS-KP-ENTRY REDEFINES WS-KP-LIST
                          OCCURS 29 TIMES.
               10  WS-KP-NAME            PIC X(016).
               10  WS-KP-MIN             PIC 9(007).
               10  WS-KP-MAX             PIC 9(007).
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBCT02 STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBCT02 ' TO WS-OPA-PROGRAM
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

              READ PRMCARDS
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

           MOVE PMC-WHO    TO WS-OPA-OPERATOR
           MOVE PMC-ACTION TO WS-OPA-ACTION

           PERFORM P994-CHECK-AUTH THRU P994-CHECK-AUTH-EXIT

           IF NOT WS-OPA-GRANTED
              MOVE WS-OPA-REASON TO EXC-REASON-CODE
              MOVE WS-OPA-TEXT   TO EXC-REASON-TEXT

              PERFORM P901-WRITE-EXCEPTION
              THRU    P901-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P190-CHECK-OPERATOR-EXIT.
           EXIT.

       P200-APPLY-CARD.

           MOVE ZEROS TO WS-PRM-FOUND-IDX

           PERFORM P205-SCAN-KNOWN-PARM
           THRU    P205-SCAN-KNOWN-PARM-EXIT
              UNTIL WS-PRM-IX NOT LESS 29
                 OR WS-PRM-FOUND-IDX GREATER ZEROS

           EVALUATE TRUE
       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.

       COPY RPTWRT.
