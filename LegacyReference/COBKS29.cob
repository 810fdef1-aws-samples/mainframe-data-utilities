           SELECT STMTEXTF ASSIGN TO STMTEXTF
                  FILE STATUS IS WS-FS-STMTEXTF.

           SELECT COMMHSTF ASSIGN TO COMMHSTF
                  FILE STATUS IS WS-FS-COMMHSTF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.


       01  REC-STATEMENT-LINE            PIC  X(080).

       FD  COMMHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY COMMHSTF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F

       01  REC-REPORT-LINE               PIC  X(080).

      *-----------------------------------------------------------------
      * CLIENT is read only for the type-7 status row and the type-2
      * address: a client COBKS34 has marked deceased, or whose
      * address COBKS38 has marked undeliverable, gets no statement.
      *-----------------------------------------------------------------
       FD  CLIENT.

       01  REC-CLIENT.
           03  CLIENT-KEY.
            05 CLIENT-ID                 PIC  9(009) COMP.
            05 CLIENT-TYPE               PIC  9(004) COMP.
           03  CLIENT-MAIN               PIC  X(494).
           03  CLIENT-ADDRESS REDEFINES  CLIENT-MAIN.
            05 CLIENT-ADDR-NUMBER        PIC  9(009) COMP.
            05 CLIENT-ADDR-STREET        PIC  X(040).
            05 CLIENT-ADDR-CITY          PIC  X(020).
            05 CLIENT-ADDR-STATE         PIC  X(002).
            05 CLIENT-ADDR-ZIP           PIC  X(005).
            05 CLIENT-ADDR-UNDELIV-IND   PIC  X(001).
               88 CLIENT-ADDR-UNDELIVERABLE  VALUE 'Y'.
            05 CLIENT-ADDR-RETURN-DATE   PIC  9(008).
            05 CLIENT-ADDR-RETURN-CODE   PIC  X(002).
            05 CLIENT-ADDR-RETURN-REASON PIC  X(020).
            05 FILLER                    PIC  X(392).
           03  CLIENT-STATUS  REDEFINES  CLIENT-MAIN.
            05 CLIENT-DECEASED-IND       PIC  X(001).
               88 CLIENT-DECEASED            VALUE 'Y'.
            05 CLIENT-DECEASED-DATE      PIC  9(008).
            05 CLIENT-DECEASED-CERT-NO   PIC  X(010).
            05 CLIENT-STATUS-DATE        PIC  9(008).
            05 FILLER                    PIC  X(467).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-AUDITF              PIC X(002) VALUE SPACES.
           05  WS-FS-INCHSTF             PIC X(002) VALUE SPACES.
           05  WS-FS-STMTEXTF            PIC X(002) VALUE SPACES.
           05  WS-FS-COMMHSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-AUD-READ               PIC 9(009) VALUE ZEROS.
           05  WS-INC-READ               PIC 9(009) VALUE ZEROS.
           05  WS-STATEMENTS             PIC 9(009) VALUE ZEROS.
           05  WS-DECEASED               PIC 9(009) VALUE ZEROS.
           05  WS-UNDELIVERABLE          PIC 9(009) VALUE ZEROS.
           05  WS-LINES-WRITTEN          PIC 9(009) VALUE ZEROS.
           05  WS-REC-MONTH              PIC 9(006) VALUE ZEROS.
           05  WS-STMT-MONTH             PIC 9(006) VALUE ZEROS.
               88  WS-AUDITF-EOF             VALUE 'Y'.
           05  WS-INCHSTF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-INCHSTF-EOF            VALUE 'Y'.
           05  WS-DECEASED-SW            PIC X(001) VALUE 'N'.
               88  WS-CLIENT-DECEASED        VALUE 'Y'.
           05  WS-UNDELIV-SW             PIC X(001) VALUE 'N'.
               88  WS-ADDR-UNDELIVERABLE     VALUE 'Y'.
           05  WS-ADDR-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-ADDR-FOUND             VALUE 'Y'.

       01  WS-STMT-HEAD-LINE.
           05  FILLER                    PIC X(022) VALUE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * COMMHSTF is opened EXTEND: each statement built is appended to
      * the same contact history the CRM, letter and acknowledgment
      * extracts write.
      *-----------------------------------------------------------------
           OPEN EXTEND COMMHSTF.

           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'OPEN COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE ZEROS TO WS-CLI-IX

           PERFORM P300-BUILD-ONE-STATEMENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE COMMHSTF.
           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'CLOSE COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
           DISPLAY 'AUDIT ROWS READ...: ' WS-AUD-READ.
           DISPLAY 'INCOME ROWS READ..: ' WS-INC-READ.
           DISPLAY 'STATEMENTS BUILT..: ' WS-STATEMENTS.
           DISPLAY 'CLIENTS DECEASED..: ' WS-DECEASED.
           DISPLAY 'ADDR UNDELIVERABLE: ' WS-UNDELIVERABLE.
           DISPLAY 'LINES WRITTEN.....: ' WS-LINES-WRITTEN.
           DISPLAY 'TABLE OVERFLOWS...: ' WS-OVERFLOWED.
           DISPLAY '--------------------'.

                DIVIDE AUD-BUSINESS-DATE BY 100 GIVING WS-REC-MONTH

      *-----------------------------------------------------------------
      * COBKS47's cascade rows are side-file references, not changes
      * to the account, and never reach the statement.
      *-----------------------------------------------------------------
                IF WS-REC-MONTH EQUAL WS-STMT-MONTH
                   AND NOT AUD-REFERENCE
                   IF WS-ACT-CNT LESS 5000
                      ADD 1 TO WS-ACT-CNT
                      MOVE AUD-CLIENT-ID
      *-----------------------------------------------------------------
      * One statement per changed client: the month's audit actions in
      * the order the loaders wrote them, each decoded to plain
      * language, followed by the income movements. A client marked
      * deceased on the type-7 status row, or whose type-2 address is
      * marked undeliverable, is counted and skipped.
      *-----------------------------------------------------------------
       P300-BUILD-ONE-STATEMENT.


           MOVE WS-CLI-ENTRY (WS-CLI-IX) TO WS-WORK-CLIENT

           PERFORM P305-CHECK-DECEASED
           THRU    P305-CHECK-DECEASED-EXIT

           PERFORM P306-CHECK-UNDELIVERABLE
           THRU    P306-CHECK-UNDELIVERABLE-EXIT

           EVALUATE TRUE
           WHEN WS-CLIENT-DECEASED
              ADD 1 TO WS-DECEASED
           WHEN WS-ADDR-UNDELIVERABLE
              ADD 1 TO WS-UNDELIVERABLE
           WHEN OTHER
              MOVE WS-WORK-CLIENT TO WS-STH-CLIENT-ID
              MOVE WS-STMT-MONTH  TO WS-STH-MONTH
              MOVE WS-STMT-HEAD-LINE TO REC-STATEMENT-LINE

              PERFORM P400-WRITE-STMT-LINE
              THRU    P400-WRITE-STMT-LINE-EXIT

              MOVE ZEROS TO WS-ACT-IX

              PERFORM P310-WRITE-ONE-ACTION
              THRU    P310-WRITE-ONE-ACTION-EXIT
                 UNTIL WS-ACT-IX NOT LESS WS-ACT-CNT

              MOVE ZEROS TO WS-INC-IX

              PERFORM P320-WRITE-ONE-INCOME
              THRU    P320-WRITE-ONE-INCOME-EXIT
                 UNTIL WS-INC-IX NOT LESS WS-INC-CNT

              MOVE WS-STMT-END-LINE TO REC-STATEMENT-LINE

              PERFORM P400-WRITE-STMT-LINE
              THRU    P400-WRITE-STMT-LINE-EXIT

              ADD 1 TO WS-STATEMENTS

              PERFORM P330-LOG-CONTACT
              THRU    P330-LOG-CONTACT-EXIT
           END-EVALUATE
           .

       P300-BUILD-ONE-STATEMENT-EXIT.
           EXIT.

       P305-CHECK-DECEASED.

           MOVE 'N'            TO WS-DECEASED-SW
           MOVE WS-WORK-CLIENT TO CLIENT-ID
           MOVE 7              TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CLIENT-DECEASED
                   MOVE 'Y' TO WS-DECEASED-SW
                END-IF
           END-READ
           .

       P305-CHECK-DECEASED-EXIT.
           EXIT.

       P306-CHECK-UNDELIVERABLE.

           MOVE 'N'            TO WS-UNDELIV-SW
                                  WS-ADDR-FOUND-SW
           MOVE WS-WORK-CLIENT TO CLIENT-ID
           MOVE 2              TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-ADDR-FOUND-SW

                IF CLIENT-ADDR-UNDELIVERABLE
                   MOVE 'Y' TO WS-UNDELIV-SW
                END-IF
           END-READ
           .

       P306-CHECK-UNDELIVERABLE-EXIT.
           EXIT.

       P310-WRITE-ONE-ACTION.

           ADD 1 TO WS-ACT-IX
       P320-WRITE-ONE-INCOME-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The statement goes to the type-2 address P306 has just read;
      * a client with no address row on file is still logged, with
      * the address left blank, since the statement was produced.
      *-----------------------------------------------------------------
       P330-LOG-CONTACT.

           MOVE SPACES              TO REC-COMM-HIST
           MOVE WS-WORK-CLIENT      TO CH-CLIENT-ID
           MOVE 'MAIL '             TO CH-CHANNEL
           MOVE 'STATEMNT'          TO CH-DOC-TYPE
           MOVE WS-RUN-DATE         TO CH-BUSINESS-DATE
           MOVE 'COBKS29 '          TO CH-PROGRAM

           IF WS-ADDR-FOUND
              MOVE 'P'                TO CH-ADDR-FORM
              MOVE CLIENT-ADDR-NUMBER TO CH-ADDR-NUMBER
              MOVE CLIENT-ADDR-STREET TO CH-ADDR-STREET
              MOVE CLIENT-ADDR-CITY   TO CH-ADDR-CITY
              MOVE CLIENT-ADDR-STATE  TO CH-ADDR-STATE
              MOVE CLIENT-ADDR-ZIP    TO CH-ADDR-ZIP
           END-IF

           WRITE REC-COMM-HIST
           END-WRITE

           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'WRITE COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P330-LOG-CONTACT-EXIT.
           EXIT.

       P400-WRITE-STMT-LINE.

           WRITE REC-STATEMENT-LINE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CLIENTS DECEASED'  TO WS-RPT-LABEL
           MOVE WS-DECEASED         TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'ADDR UNDELIVERABLE' TO WS-RPT-LABEL
           MOVE WS-UNDELIVERABLE    TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'LINES WRITTEN'     TO WS-RPT-LABEL
           MOVE WS-LINES-WRITTEN    TO WS-RPT-COUNT
