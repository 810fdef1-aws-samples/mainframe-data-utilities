           SELECT EXCEPF  ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.

           SELECT AUDITF  ASSIGN TO AUDITF
                  FILE STATUS IS WS-FS-AUDITF.

           SELECT CASCADF ASSIGN TO CASCADF
                  FILE STATUS IS WS-FS-CASCADF.

           SELECT REPORTF ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

      * MERGEF is the duplicate-consolidation transaction feed from
      * data control: one card per duplicate pair, naming the
      * CLIENT-ID that survives and the CLIENT-ID to be folded into
      * it and removed, with the data control operator's id. Every
      * pair is checked under action code 'M'.
      *-----------------------------------------------------------------
       FD  MERGEF
           BLOCK CONTAINS 0 RECORDS
       01  REC-MERGE.
           03  MRG-SURVIVOR-ID           PIC  9(009).
           03  MRG-VICTIM-ID             PIC  9(009).
           03  MRG-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(054).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

      *-----------------------------------------------------------------
      * CASCADF hands each merged pair to COBKS47, which repoints the
      * other client-side files from the folded id to the survivor.
      *-----------------------------------------------------------------
       FD  CASCADF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CASCADF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
            05 CLIENT-RECORD-COUNT       PIC  9(009) COMP.
            05 FILLER                    PIC  X(490).

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
           05  WS-FS-MERGEF              PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-AUDITF              PIC X(002) VALUE SPACES.
           05  WS-FS-CASCADF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-PAIRS-READ             PIC 9(009) VALUE ZEROS.
      *-----------------------------------------------------------------
      * The CLIENT-TYPE rows a client can carry: 1 personal, 2 address,
      * 3 contact, 5 employment, 6 DIFS risk standing posted by
      * COBDF23, 7 client status (the deceased marker) posted by
      * COBKS34 (type 4 is the loaders' delete action code and never
      * lands on the file).
      *-----------------------------------------------------------------
       01  WS-TYPE-LIST.
           05  WS-TYPE-VALUES            PIC X(006) VALUE '123567'.
           05  WS-TYPE-ENTRY REDEFINES
               WS-TYPE-VALUES            PIC 9(001)
                                         OCCURS 6 TIMES.

       01  WS-SWITCHES.
           05  WS-REJECT-SW              PIC X(001) VALUE 'N'.

       01  WS-RPT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS13 STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBKS13 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

      *-----------------------------------------------------------------
      * AUDITF is opened EXTEND: every record this utility touches is
      * appended to the same trail the loaders write, so COBKS10's
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT CASCADF.

           IF WS-FS-CASCADF NOT EQUAL '00'
              DISPLAY 'OPEN CASCADF FS: ' WS-FS-CASCADF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'

              MOVE 'N' TO WS-REJECT-SW

              PERFORM P190-CHECK-OPERATOR
              THRU    P190-CHECK-OPERATOR-EXIT

              IF WS-OPA-GRANTED
                 PERFORM P200-MERGE-PAIR
                 THRU    P200-MERGE-PAIR-EXIT
              END-IF

              READ MERGEF
              END-READ
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CASCADF.
           IF WS-FS-CASCADF NOT EQUAL '00'
              DISPLAY 'CLOSE CASCADF FS:' WS-FS-CASCADF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P950-WRITE-REPORT
           THRU    P950-WRITE-REPORT-EXIT

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

           MOVE MRG-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE 'M'             TO WS-OPA-ACTION

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

      *-----------------------------------------------------------------
      * One merge pair. Precedence when both clients carry the same
      * CLIENT-TYPE: the survivor keeps its own row and the victim's

              PERFORM P210-MERGE-TYPE
              THRU    P210-MERGE-TYPE-EXIT
                 UNTIL WS-TYPE-IX NOT LESS 6

              IF WS-VICTIM-ROWS EQUAL ZERO
                 MOVE 'BVIC' TO EXC-REASON-CODE
                 THRU    P900-WRITE-EXCEPTION-EXIT
              ELSE
                 ADD 1 TO WS-PAIRS-MERGED

                 PERFORM P920-WRITE-CASCADE
                 THRU    P920-WRITE-CASCADE-EXIT
              END-IF
           END-EVALUATE
           .
           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE CLIENT-MAIN           TO AUD-AFTER-IMAGE
           MOVE WS-RUN-DATE           TO AUD-BUSINESS-DATE
           MOVE MRG-OPERATOR-ID       TO AUD-OPERATOR-ID

           WRITE REC-AUDIT
           END-WRITE
       P910-WRITE-AUDIT-EXIT.
           EXIT.

       P920-WRITE-CASCADE.

           MOVE SPACES                TO REC-CASCADE
           MOVE 'M'                   TO CAS-EVENT
           MOVE MRG-VICTIM-ID         TO CAS-OLD-ID
           MOVE MRG-SURVIVOR-ID       TO CAS-NEW-ID
           MOVE WS-RUN-DATE           TO CAS-BUSINESS-DATE
           MOVE 'COBKS13'             TO CAS-PROGRAM

           WRITE REC-CASCADE
           END-WRITE

           IF WS-FS-CASCADF NOT EQUAL '00'
              DISPLAY 'WRITE CASCADF FS: ' WS-FS-CASCADF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P920-WRITE-CASCADE-EXIT.
           EXIT.

       P950-WRITE-REPORT.

           MOVE SPACES             TO WS-RPT-LINE

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.
