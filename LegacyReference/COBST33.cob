      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST33.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * CUSCARDS is the customer maintenance deck. Action 'A' adds a
      * customer and must come on the 'N' (name and terms) card; 'C'
      * changes the one group of fields its card type carries -- 'N'
      * name and terms, 'B' bill-to street lines, 'L' bill-to city,
      * state and ZIP, 'T' tax jurisdiction and exemption; 'D' makes
      * the customer inactive and 'R' active again.
      *-----------------------------------------------------------------
           SELECT CUSCARDS ASSIGN TO CUSCARDS
                  FILE STATUS IS WS-FS-CUSCARDS.

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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  CUSCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-CUSCARD.
           03  CMC-ACTION                PIC  X(001).
               88  CMC-ADD                   VALUE 'A'.
               88  CMC-CHANGE                VALUE 'C'.
               88  CMC-DEACTIVATE            VALUE 'D'.
               88  CMC-REACTIVATE            VALUE 'R'.
           03  CMC-CUSTOMER-NO           PIC  X(008).
           03  CMC-CARD-TYPE             PIC  X(001).
               88  CMC-NAME-CARD             VALUE 'N'.
               88  CMC-STREET-CARD           VALUE 'B'.
               88  CMC-CITY-CARD             VALUE 'L'.
               88  CMC-TAX-CARD              VALUE 'T'.
           03  CMC-DATA                  PIC  X(062).
           03  CMC-NAME-DATA REDEFINES CMC-DATA.
               05  CMC-NAME              PIC  X(030).
               05  CMC-TERMS-CODE        PIC  X(004).
               05  CMC-TERMS-NET-DAYS    PIC  9(003).
               05  CMC-TERMS-DISC-PCT    PIC  9(002)V9(002).
               05  CMC-TERMS-DISC-DAYS   PIC  9(003).
               05  FILLER                PIC  X(018).
           03  CMC-STREET-DATA REDEFINES CMC-DATA.
               05  CMC-ADDR-1            PIC  X(030).
               05  CMC-ADDR-2            PIC  X(030).
               05  FILLER                PIC  X(002).
           03  CMC-CITY-DATA REDEFINES CMC-DATA.
               05  CMC-CITY              PIC  X(020).
               05  CMC-STATE             PIC  X(002).
               05  CMC-ZIP               PIC  X(009).
               05  FILLER                PIC  X(031).
           03  CMC-TAX-DATA REDEFINES CMC-DATA.
               05  CMC-TAX-JURISDICTION  PIC  X(005).
               05  CMC-TAX-EXEMPT-IND    PIC  X(001).
                   88  CMC-TAX-EXEMPT        VALUE 'Y'.
                   88  CMC-TAXABLE           VALUE 'N'.
               05  CMC-EXEMPT-CERT-NO    PIC  X(015).
               05  FILLER                PIC  X(041).
           03  CMC-OPERATOR-ID           PIC  X(008).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  CUSTMSTF.

       COPY CUSTMSTF.

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
           05  WS-FS-CUSCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-CUSTMSTF            PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-ADDED                  PIC 9(009) VALUE ZEROS.
           05  WS-CHANGED                PIC 9(009) VALUE ZEROS.
           05  WS-DEACTIVATED            PIC 9(009) VALUE ZEROS.
           05  WS-REACTIVATED            PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-CUSCARDS-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-CUSCARDS-EOF           VALUE 'Y'.
           05  WS-CARD-OK-SW             PIC X(001) VALUE 'N'.
               88  WS-CARD-OK                VALUE 'Y'.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBST33 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CUSCARDS.

           IF WS-FS-CUSCARDS NOT EQUAL '00'
              DISPLAY 'OPEN CUSCARDS FS:' WS-FS-CUSCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBST33 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN I-O CUSTMSTF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined customer cluster opens with file
      * status 35 -- seed it empty and reopen, the same way the price
      * cluster is initialized.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-CUSTMSTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-CUSTMSTF EQUAL '35'
              DISPLAY 'EMPTY CUSTMSTF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT CUSTMSTF
              CLOSE CUSTMSTF
              OPEN I-O CUSTMSTF

              IF WS-FS-CUSTMSTF NOT EQUAL '00'
                 DISPLAY 'REOPEN CUSTMSTF FS:' WS-FS-CUSTMSTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN CUSTMSTF FS:' WS-FS-CUSTMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT

           PERFORM P200-APPLY-CARD THRU P200-APPLY-CARD-EXIT
              UNTIL WS-CUSCARDS-EOF

           CLOSE CUSCARDS.
           IF WS-FS-CUSCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE CUSCARDS FS:' WS-FS-CUSCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CUSTMSTF.
           IF WS-FS-CUSTMSTF NOT EQUAL '00'
              DISPLAY 'CLOSE CUSTMSTF FS:' WS-FS-CUSTMSTF
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
           DISPLAY 'ADDED.........: ' WS-ADDED.
           DISPLAY 'CHANGED.......: ' WS-CHANGED.
           DISPLAY 'DEACTIVATED...: ' WS-DEACTIVATED.
           DISPLAY 'REACTIVATED...: ' WS-REACTIVATED.
           DISPLAY 'REJECTED......: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST33 FINISHED'.

           STOP RUN.

       P150-READ-CARD.

           READ CUSCARDS
             AT END
                MOVE 'Y' TO WS-CUSCARDS-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ
           END-READ
           .

       P150-READ-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE CMC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE CMC-ACTION      TO WS-OPA-ACTION

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

           PERFORM P190-CHECK-OPERATOR
           THRU    P190-CHECK-OPERATOR-EXIT

           EVALUATE TRUE
           WHEN NOT WS-OPA-GRANTED
              CONTINUE

           WHEN CMC-CUSTOMER-NO EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'BLANK CUSTOMER NUMBER ON CUSTOMER CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN CMC-ADD
              PERFORM P210-ADD-CUSTOMER
              THRU    P210-ADD-CUSTOMER-EXIT

           WHEN CMC-CHANGE
              OR CMC-DEACTIVATE
              OR CMC-REACTIVATE
              PERFORM P220-CHANGE-CUSTOMER
              THRU    P220-CHANGE-CUSTOMER-EXIT

           WHEN OTHER
              MOVE 'BACT' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED CMC-ACTION ON CUSTOMER CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A new customer starts active and taxable; the address and tax
      * cards follow as changes.
      *-----------------------------------------------------------------
       P210-ADD-CUSTOMER.

           IF NOT CMC-NAME-CARD
              MOVE 'BTYP' TO EXC-REASON-CODE
              MOVE 'CUSTOMER ADD MUST COME ON THE NAME CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           ELSE
              PERFORM P310-CHECK-NAME-CARD
              THRU    P310-CHECK-NAME-CARD-EXIT

              IF WS-CARD-OK
                 MOVE SPACES          TO REC-CUSTOMER
                 MOVE CMC-CUSTOMER-NO TO CUS-CUSTOMER-NO
                 MOVE 'A'             TO CUS-STATUS
                 MOVE 'N'             TO CUS-TAX-EXEMPT-IND
                 MOVE WS-RUN-DATE     TO CUS-ADDED-DATE
                                         CUS-CHANGED-DATE

                 PERFORM P410-APPLY-NAME-CARD
                 THRU    P410-APPLY-NAME-CARD-EXIT

                 WRITE REC-CUSTOMER
                   INVALID KEY
                      MOVE 'BDUP' TO EXC-REASON-CODE
                      MOVE 'CUSTOMER ALREADY ON FILE'
                      TO   EXC-REASON-TEXT

                      PERFORM P900-WRITE-EXCEPTION
                      THRU    P900-WRITE-EXCEPTION-EXIT

                   NOT INVALID KEY
                      ADD 1 TO WS-ADDED
                 END-WRITE
              END-IF
           END-IF
           .

       P210-ADD-CUSTOMER-EXIT.
           EXIT.

       P220-CHANGE-CUSTOMER.

           MOVE CMC-CUSTOMER-NO TO CUS-CUSTOMER-NO

           READ CUSTMSTF
             INVALID KEY
                MOVE 'BKEY' TO EXC-REASON-CODE
                MOVE 'CUSTOMER NOT ON FILE'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                PERFORM P230-APPLY-CHANGE
                THRU    P230-APPLY-CHANGE-EXIT
           END-READ
           .

       P220-CHANGE-CUSTOMER-EXIT.
           EXIT.

       P230-APPLY-CHANGE.

           MOVE 'N' TO WS-CARD-OK-SW

           EVALUATE TRUE
           WHEN CMC-DEACTIVATE
              MOVE 'I' TO CUS-STATUS
              MOVE 'Y' TO WS-CARD-OK-SW
              ADD 1    TO WS-DEACTIVATED

           WHEN CMC-REACTIVATE
              MOVE 'A' TO CUS-STATUS
              MOVE 'Y' TO WS-CARD-OK-SW
              ADD 1    TO WS-REACTIVATED

           WHEN CMC-NAME-CARD
              PERFORM P310-CHECK-NAME-CARD
              THRU    P310-CHECK-NAME-CARD-EXIT

              IF WS-CARD-OK
                 PERFORM P410-APPLY-NAME-CARD
                 THRU    P410-APPLY-NAME-CARD-EXIT
              END-IF

           WHEN CMC-STREET-CARD
              IF CMC-ADDR-1 EQUAL SPACES
                 MOVE 'BADR' TO EXC-REASON-CODE
                 MOVE 'BLANK FIRST ADDRESS LINE ON STREET CARD'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              ELSE
                 MOVE CMC-ADDR-1 TO CUS-BILL-ADDR-1
                 MOVE CMC-ADDR-2 TO CUS-BILL-ADDR-2
                 MOVE 'Y'        TO WS-CARD-OK-SW
              END-IF

           WHEN CMC-CITY-CARD
              IF CMC-CITY EQUAL SPACES
                 OR CMC-STATE EQUAL SPACES
                 OR CMC-ZIP EQUAL SPACES
                 MOVE 'BADR' TO EXC-REASON-CODE
                 MOVE 'CITY, STATE AND ZIP ALL REQUIRED'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              ELSE
                 MOVE CMC-CITY   TO CUS-BILL-CITY
                 MOVE CMC-STATE  TO CUS-BILL-STATE
                 MOVE CMC-ZIP    TO CUS-BILL-ZIP
                 MOVE 'Y'        TO WS-CARD-OK-SW
              END-IF

           WHEN CMC-TAX-CARD
              PERFORM P320-CHECK-TAX-CARD
              THRU    P320-CHECK-TAX-CARD-EXIT

              IF WS-CARD-OK
                 MOVE CMC-TAX-JURISDICTION TO CUS-TAX-JURISDICTION
                 MOVE CMC-TAX-EXEMPT-IND   TO CUS-TAX-EXEMPT-IND
                 MOVE CMC-EXEMPT-CERT-NO   TO CUS-EXEMPT-CERT-NO
              END-IF

           WHEN OTHER
              MOVE 'BTYP' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED CMC-CARD-TYPE ON CUSTOMER CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-EVALUATE

           IF WS-CARD-OK
              MOVE WS-RUN-DATE TO CUS-CHANGED-DATE

              REWRITE REC-CUSTOMER
              END-REWRITE

              IF WS-FS-CUSTMSTF NOT EQUAL '00'
                 DISPLAY 'REWRITE CUSTMSTF FS:' WS-FS-CUSTMSTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              IF CMC-CHANGE
                 ADD 1 TO WS-CHANGED
              END-IF
           END-IF
           .

       P230-APPLY-CHANGE-EXIT.
           EXIT.

       P310-CHECK-NAME-CARD.

           MOVE 'N' TO WS-CARD-OK-SW

           EVALUATE TRUE
           WHEN CMC-NAME EQUAL SPACES
              MOVE 'BNAM' TO EXC-REASON-CODE
              MOVE 'BLANK CUSTOMER NAME ON NAME CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN CMC-TERMS-CODE EQUAL SPACES
              OR CMC-TERMS-NET-DAYS NOT NUMERIC
              OR CMC-TERMS-DISC-PCT NOT NUMERIC
              OR CMC-TERMS-DISC-DAYS NOT NUMERIC
              OR CMC-TERMS-DISC-DAYS GREATER CMC-TERMS-NET-DAYS
              MOVE 'BTRM' TO EXC-REASON-CODE
              MOVE 'INVALID PAYMENT TERMS ON NAME CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OTHER
              MOVE 'Y' TO WS-CARD-OK-SW
           END-EVALUATE
           .

       P310-CHECK-NAME-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Every customer is taxed somewhere, so the jurisdiction is
      * required even for an exempt one; an exemption needs its
      * certificate number on file.
      *-----------------------------------------------------------------
       P320-CHECK-TAX-CARD.

           MOVE 'N' TO WS-CARD-OK-SW

           EVALUATE TRUE
           WHEN CMC-TAX-JURISDICTION EQUAL SPACES
              OR (NOT CMC-TAX-EXEMPT AND NOT CMC-TAXABLE)
              MOVE 'BTAX' TO EXC-REASON-CODE
              MOVE 'INVALID JURISDICTION OR EXEMPT FLAG'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN CMC-TAX-EXEMPT
              AND CMC-EXEMPT-CERT-NO EQUAL SPACES
              MOVE 'BTAX' TO EXC-REASON-CODE
              MOVE 'TAX EXEMPTION WITHOUT A CERTIFICATE NO'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OTHER
              MOVE 'Y' TO WS-CARD-OK-SW
           END-EVALUATE
           .

       P320-CHECK-TAX-CARD-EXIT.
           EXIT.

       P410-APPLY-NAME-CARD.

           MOVE CMC-NAME            TO CUS-NAME
           MOVE CMC-TERMS-CODE      TO CUS-TERMS-CODE
           MOVE CMC-TERMS-NET-DAYS  TO CUS-TERMS-NET-DAYS
           MOVE CMC-TERMS-DISC-PCT  TO CUS-TERMS-DISC-PCT
           MOVE CMC-TERMS-DISC-DAYS TO CUS-TERMS-DISC-DAYS
           .

       P410-APPLY-NAME-CARD-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-CUSCARD TO EXC-INPUT

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
