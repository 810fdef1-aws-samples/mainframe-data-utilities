      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF48.
      *-----------------------------------------------------------------
      * SSN detokenize run. The outbound DIFS files carry an SSN token
      * (TOKVLTF.cpy) in place of the SSN; when a partner or agency
      * comes back about a token and the SSN itself is needed, this is
      * the only program that turns the token back. Each card names
      * the requestor, the approval reference the request was cleared
      * under, the token and the reason. The requestor must hold an
      * active 'DETOKEN' row on the code table (maintained by COBCT01)
      * and the approval reference must be filled in. Every card --
      * granted or refused -- is logged to ACCESSLG, so compliance
      * sees each attempt alongside the other DIFS lookups. The
      * report carrying the SSNs goes to the requestor only.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT DTKCARDS ASSIGN TO DTKCARDS
                  FILE STATUS IS WS-FS-DTKCARDS.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT ACCESSLG ASSIGN TO ACCESSLG
                  FILE STATUS IS WS-FS-ACCESSLG.

           SELECT TOKVAULT ASSIGN TO TOKVAULT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TV-KEY
                  ALTERNATE RECORD KEY IS TV-TOKEN
                  FILE STATUS   IS WS-FS-TOKVAULT.

           SELECT CODETBL  ASSIGN TO CODETBL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CT-KEY
                  FILE STATUS   IS WS-FS-CODETBL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  DTKCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-DTKCARD.
           03  DTK-REQUESTOR             PIC  X(008).
           03  DTK-APPROVAL-REF          PIC  X(012).
           03  DTK-TOKEN                 PIC  X(009).
           03  DTK-TOKEN-PARTS REDEFINES DTK-TOKEN.
               05  DTK-TOKEN-PREFIX      PIC  X(001).
               05  DTK-TOKEN-DIGITS      PIC  X(008).
           03  DTK-REASON                PIC  X(030).
           03  FILLER                    PIC  X(021).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       FD  ACCESSLG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY ACCESSF.

       FD  TOKVAULT.

       COPY TOKVLTF.

       FD  CODETBL.

       COPY CODETBL.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-DTKCARDS            PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-ACCESSLG            PIC X(002) VALUE SPACES.
           05  WS-FS-TOKVAULT            PIC X(002) VALUE SPACES.
           05  WS-FS-CODETBL             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-DETOKENIZED            PIC 9(009) VALUE ZEROS.
           05  WS-NOT-ON-VAULT           PIC 9(009) VALUE ZEROS.
           05  WS-REFUSED                PIC 9(009) VALUE ZEROS.
           05  WS-EXCEPTIONS             PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-CARD-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(001) VALUE 'N'.
               88  WS-TOKEN-FOUND            VALUE 'Y'.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL              PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RPT-VALUE              PIC X(058) VALUE SPACES.

       01  WS-RPT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-DTK-LINE.
           05  WS-DTK-TOKEN              PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-DTK-SSAN               PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-DTK-REQUESTOR          PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-DTK-APPROVAL-REF       PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-DTK-REASON             PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(004) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF48 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT DTKCARDS.

           IF WS-FS-DTKCARDS NOT EQUAL '00'
              DISPLAY 'OPEN DTKCARDS FS:' WS-FS-DTKCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND ACCESSLG.

           IF WS-FS-ACCESSLG NOT EQUAL '00'
              DISPLAY 'OPEN ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT TOKVAULT.

           IF WS-FS-TOKVAULT NOT EQUAL '00'
              DISPLAY 'OPEN TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT CODETBL.

           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'OPEN CODETBL  FS:' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P100-WRITE-HEADING
           THRU    P100-WRITE-HEADING-EXIT

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT

           PERFORM P200-APPLY-CARD THRU P200-APPLY-CARD-EXIT
              UNTIL WS-EOF

           CLOSE DTKCARDS.
           IF WS-FS-DTKCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE DTKCARDS FS:' WS-FS-DTKCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE TOKVAULT.
           IF WS-FS-TOKVAULT NOT EQUAL '00'
              DISPLAY 'CLOSE TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CODETBL.
           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'CLOSE CODETBL FS:' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE ACCESSLG.
           IF WS-FS-ACCESSLG NOT EQUAL '00'
              DISPLAY 'CLOSE ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ....: ' WS-READ.
           DISPLAY 'DETOKENIZED...: ' WS-DETOKENIZED.
           DISPLAY 'NOT ON VAULT..: ' WS-NOT-ON-VAULT.
           DISPLAY 'REFUSED.......: ' WS-REFUSED.
           DISPLAY 'EXCEPTIONS....: ' WS-EXCEPTIONS.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF48 FINISHED'.

           STOP RUN.

       P100-WRITE-HEADING.

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'COBDF48 SSN DETOKENIZE REQUESTS'
                                     TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'RUN DATE'          TO WS-RPT-LABEL
           MOVE WS-RUN-DATE         TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-DTK-LINE
           MOVE 'TOKEN'             TO WS-DTK-TOKEN
           MOVE 'SSAN'              TO WS-DTK-SSAN
           MOVE 'REQUESTR'          TO WS-DTK-REQUESTOR
           MOVE 'APPROVAL REF'      TO WS-DTK-APPROVAL-REF
           MOVE 'REASON'            TO WS-DTK-REASON
           MOVE WS-DTK-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'WRITE REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-WRITE-HEADING-EXIT.
           EXIT.

       P150-READ-CARD.

           READ DTKCARDS
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ
           END-READ
           .

       P150-READ-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One card. A card that does not name a requestor and a well-
      * formed token is rejected outright; otherwise the requestor's
      * authority is checked before the vault is read, and the
      * attempt is logged either way.
      *-----------------------------------------------------------------
       P200-APPLY-CARD.

           MOVE 'N' TO WS-FOUND-SW

           EVALUATE TRUE
           WHEN DTK-REQUESTOR EQUAL SPACES
              OR DTK-TOKEN-PREFIX NOT EQUAL 'T'
              OR DTK-TOKEN-DIGITS NOT NUMERIC
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'INVALID REQUESTOR OR TOKEN ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN DTK-APPROVAL-REF EQUAL SPACES
              MOVE 'BAPR' TO EXC-REASON-CODE
              MOVE 'NO APPROVAL REFERENCE ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              ADD 1 TO WS-REFUSED

           WHEN OTHER
              PERFORM P210-CHECK-AUTHORITY
              THRU    P210-CHECK-AUTHORITY-EXIT
           END-EVALUATE

           PERFORM P800-LOG-ACCESS THRU P800-LOG-ACCESS-EXIT

           PERFORM P150-READ-CARD THRU P150-READ-CARD-EXIT
           .

       P200-APPLY-CARD-EXIT.
           EXIT.

       P210-CHECK-AUTHORITY.

           MOVE 'DETOKEN '    TO CT-TABLE-ID
           MOVE DTK-REQUESTOR TO CT-CODE

           READ CODETBL
             INVALID KEY
                MOVE 'I' TO CT-STATUS
           END-READ

           IF CT-ACTIVE
              PERFORM P220-DETOKENIZE
              THRU    P220-DETOKENIZE-EXIT
           ELSE
              MOVE 'BAUT' TO EXC-REASON-CODE
              MOVE 'REQUESTOR NOT AUTHORIZED TO DETOKENIZE'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

              ADD 1 TO WS-REFUSED
           END-IF
           .

       P210-CHECK-AUTHORITY-EXIT.
           EXIT.

       P220-DETOKENIZE.

           MOVE DTK-TOKEN TO TV-TOKEN

           READ TOKVAULT KEY IS TV-TOKEN
             INVALID KEY
                MOVE 'BTOK' TO EXC-REASON-CODE
                MOVE 'TOKEN NOT ON VAULT'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

                ADD 1 TO WS-NOT-ON-VAULT
             NOT INVALID KEY
                MOVE 'Y' TO WS-FOUND-SW

                PERFORM P300-WRITE-DETAIL
                THRU    P300-WRITE-DETAIL-EXIT
           END-READ
           .

       P220-DETOKENIZE-EXIT.
           EXIT.

       P300-WRITE-DETAIL.

           MOVE SPACES           TO WS-DTK-LINE
           MOVE TV-TOKEN         TO WS-DTK-TOKEN
           MOVE TV-SSAN          TO WS-DTK-SSAN
           MOVE DTK-REQUESTOR    TO WS-DTK-REQUESTOR
           MOVE DTK-APPROVAL-REF TO WS-DTK-APPROVAL-REF
           MOVE DTK-REASON       TO WS-DTK-REASON
           MOVE WS-DTK-LINE      TO REC-REPORT-LINE

           WRITE REC-REPORT-LINE
           END-WRITE

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'WRITE REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-DETOKENIZED
           .

       P300-WRITE-DETAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Access-log row for the card: the token in the ACC-ID-NO bytes
      * with ACC-ID-STATE spaces, the way COBDF12 logs its SSN
      * searches, and a result of 'Y' only when an SSN was released.
      *-----------------------------------------------------------------
       P800-LOG-ACCESS.

           MOVE SPACES          TO REC-ACCESS-LOG
           MOVE WS-RUN-DATE     TO ACC-RUN-DATE
           ACCEPT ACC-RUN-TIME FROM TIME
           MOVE 'COBDF48 '      TO ACC-PROGRAM-ID
           MOVE DTK-REQUESTOR   TO ACC-REQUESTOR
           MOVE SPACES          TO ACC-ID-STATE
           MOVE DTK-TOKEN       TO ACC-ID-NO

           IF WS-TOKEN-FOUND
              MOVE 'Y'          TO ACC-RESULT
              MOVE 1            TO ACC-RECORDS-FOUND
           ELSE
              MOVE 'N'          TO ACC-RESULT
              MOVE ZEROS        TO ACC-RECORDS-FOUND
           END-IF

           WRITE REC-ACCESS-LOG
           END-WRITE

           IF WS-FS-ACCESSLG NOT EQUAL '00'
              DISPLAY 'WRITE ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P800-LOG-ACCESS-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES      TO EXC-INPUT
           MOVE REC-DTKCARD TO EXC-INPUT

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF FS:  ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-EXCEPTIONS
           .

       P900-WRITE-EXCEPTION-EXIT.
           EXIT.

       P950-WRITE-TOTALS.

           MOVE SPACES              TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CARDS READ'        TO WS-RPT-LABEL
           MOVE WS-READ             TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'DETOKENIZED'       TO WS-RPT-LABEL
           MOVE WS-DETOKENIZED      TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'NOT ON VAULT'      TO WS-RPT-LABEL
           MOVE WS-NOT-ON-VAULT     TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'REFUSED'           TO WS-RPT-LABEL
           MOVE WS-REFUSED          TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'EXCEPTIONS WRITTEN' TO WS-RPT-LABEL
           MOVE WS-EXCEPTIONS       TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'WRITE REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P950-WRITE-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.
