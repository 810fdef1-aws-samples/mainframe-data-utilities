      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBST34.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * ORDHDRIN is the order desk's header feed: one row per order
      * naming the customer who placed it. It loads ahead of COBST10
      * each night; a header sent again (a corrected PO reference, a
      * customer fixed) simply replaces the row already on file.
      *-----------------------------------------------------------------
           SELECT ORDHDRIN ASSIGN TO ORDHDRIN
                  FILE STATUS IS WS-FS-ORDHDRIN.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT CUSTMSTF ASSIGN TO CUSTMSTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CUS-KEY
                  FILE STATUS   IS WS-FS-CUSTMSTF.

           SELECT ORDHDRF  ASSIGN TO ORDHDRF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OHD-KEY
                  FILE STATUS   IS WS-FS-ORDHDRF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  ORDHDRIN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-ORDHDRIN.
           03  OHI-ORDER-NO              PIC  X(010).
           03  OHI-CUSTOMER-NO           PIC  X(008).
           03  OHI-ORDER-DATE            PIC  9(008).
           03  OHI-CUST-PO-NO            PIC  X(015).
           03  FILLER                    PIC  X(039).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  CUSTMSTF.

       COPY CUSTMSTF.

       FD  ORDHDRF.

       COPY ORDHDRF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-ORDHDRIN            PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-CUSTMSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-ORDHDRF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-ADDED                  PIC 9(009) VALUE ZEROS.
           05  WS-REPLACED               PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-ORDHDRIN-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-ORDHDRIN-EOF           VALUE 'Y'.

       PROCEDURE DIVISION.

           DISPLAY 'COBST34 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ORDHDRIN.

           IF WS-FS-ORDHDRIN NOT EQUAL '00'
              DISPLAY 'OPEN ORDHDRIN FS:' WS-FS-ORDHDRIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT CUSTMSTF.

           IF WS-FS-CUSTMSTF NOT EQUAL '00'
              DISPLAY 'OPEN CUSTMSTF FS:' WS-FS-CUSTMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O ORDHDRF.

      *-----------------------------------------------------------------
      * Cold start: a newly defined order-header cluster opens with
      * file status 35 -- seed it empty and reopen.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN WS-FS-ORDHDRF EQUAL '00'
              CONTINUE
           WHEN WS-FS-ORDHDRF EQUAL '35'
              DISPLAY 'EMPTY ORDHDRF. INITIALIZING FOR COLD START.'

              OPEN OUTPUT ORDHDRF
              CLOSE ORDHDRF
              OPEN I-O ORDHDRF

              IF WS-FS-ORDHDRF NOT EQUAL '00'
                 DISPLAY 'REOPEN ORDHDRF FS:' WS-FS-ORDHDRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN ORDHDRF  FS:' WS-FS-ORDHDRF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           PERFORM P150-READ-HEADER THRU P150-READ-HEADER-EXIT

           PERFORM P200-LOAD-HEADER THRU P200-LOAD-HEADER-EXIT
              UNTIL WS-ORDHDRIN-EOF

           CLOSE ORDHDRIN.
           IF WS-FS-ORDHDRIN NOT EQUAL '00'
              DISPLAY 'CLOSE ORDHDRIN FS:' WS-FS-ORDHDRIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CUSTMSTF.
           IF WS-FS-CUSTMSTF NOT EQUAL '00'
              DISPLAY 'CLOSE CUSTMSTF FS:' WS-FS-CUSTMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE ORDHDRF.
           IF WS-FS-ORDHDRF NOT EQUAL '00'
              DISPLAY 'CLOSE ORDHDRF FS:' WS-FS-ORDHDRF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'HEADERS READ..: ' WS-READ.
           DISPLAY 'ADDED.........: ' WS-ADDED.
           DISPLAY 'REPLACED......: ' WS-REPLACED.
           DISPLAY 'REJECTED......: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBST34 FINISHED'.

           STOP RUN.

       P150-READ-HEADER.

           READ ORDHDRIN
             AT END
                MOVE 'Y' TO WS-ORDHDRIN-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ
           END-READ
           .

       P150-READ-HEADER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The customer must be on file and active: an order taken for a
      * customer the credit desk has closed is held back here rather
      * than billed later to nobody.
      *-----------------------------------------------------------------
       P200-LOAD-HEADER.

           EVALUATE TRUE
           WHEN OHI-ORDER-NO EQUAL SPACES
              OR OHI-CUSTOMER-NO EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'BLANK ORDER OR CUSTOMER ON ORDER HEADER'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OHI-ORDER-DATE NOT NUMERIC
              OR OHI-ORDER-DATE EQUAL ZEROS
              MOVE 'BDAT' TO EXC-REASON-CODE
              MOVE 'INVALID ORDER DATE ON ORDER HEADER'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OTHER
              MOVE OHI-CUSTOMER-NO TO CUS-CUSTOMER-NO

              READ CUSTMSTF
                INVALID KEY
                   MOVE 'BCUS' TO EXC-REASON-CODE
                   MOVE 'CUSTOMER NOT ON FILE FOR ORDER HEADER'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT

                NOT INVALID KEY
                   IF CUS-ACTIVE
                      PERFORM P210-STORE-HEADER
                      THRU    P210-STORE-HEADER-EXIT
                   ELSE
                      MOVE 'BCUS' TO EXC-REASON-CODE
                      MOVE 'CUSTOMER INACTIVE FOR ORDER HEADER'
                      TO   EXC-REASON-TEXT

                      PERFORM P900-WRITE-EXCEPTION
                      THRU    P900-WRITE-EXCEPTION-EXIT
                   END-IF
              END-READ
           END-EVALUATE

           PERFORM P150-READ-HEADER THRU P150-READ-HEADER-EXIT
           .

       P200-LOAD-HEADER-EXIT.
           EXIT.

       P210-STORE-HEADER.

           MOVE SPACES          TO REC-ORDER-HEADER
           MOVE OHI-ORDER-NO    TO OHD-ORDER-NO
           MOVE OHI-CUSTOMER-NO TO OHD-CUSTOMER-NO
           MOVE OHI-ORDER-DATE  TO OHD-ORDER-DATE
           MOVE OHI-CUST-PO-NO  TO OHD-CUST-PO-NO
           MOVE WS-RUN-DATE     TO OHD-LOADED-DATE

           WRITE REC-ORDER-HEADER
             INVALID KEY
                REWRITE REC-ORDER-HEADER
                END-REWRITE

                IF WS-FS-ORDHDRF NOT EQUAL '00'
                   DISPLAY 'REWRITE ORDHDRF FS:' WS-FS-ORDHDRF
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-REPLACED

             NOT INVALID KEY
                ADD 1 TO WS-ADDED
           END-WRITE
           .

       P210-STORE-HEADER-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES       TO EXC-INPUT
           MOVE REC-ORDHDRIN TO EXC-INPUT

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
