      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Merchant check verification. Each merchant partner sends a
      * file of checks it is about to accept; every check is matched
      * against the bad-account hotlist COBDF37 built last night and
      * answered same-day with approve, caution or decline and a
      * reason code:
      *
      *   Decision  Reason  Meaning
      *   A         00      account not on the hotlist
      *   C         10      account on the hotlist, below decline
      *   D         20      offense count at or over DF38-DECLINE-CNT
      *   D         21      check total at or over DF38-DECLINE-AMT
      *   C         90      routing number or account unusable --
      *                     not verifiable, no lookup made
      *
      * Every hotlist lookup is logged to ACCESSLG like any other DIFS
      * access, with the merchant id as requestor and the routing
      * number and account as the search argument.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF38.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT MCHREQF  ASSIGN TO MCHREQF
                  FILE STATUS IS WS-FS-MCHREQF.

           SELECT MCHRSPF  ASSIGN TO MCHRSPF
                  FILE STATUS IS WS-FS-MCHRSPF.

           SELECT HOTLSTF  ASSIGN TO HOTLSTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS HOT-KEY
                  FILE STATUS   IS WS-FS-HOTLSTF.

           SELECT ACCESSLG ASSIGN TO ACCESSLG
                  FILE STATUS IS WS-FS-ACCESSLG.

           SELECT PARAMF   ASSIGN TO PARAMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PRM-KEY
                  FILE STATUS   IS WS-FS-PARAMF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * Merchant request: one row per check, the merchant's own item
      * reference echoed back on the response so it can match them.
      *-----------------------------------------------------------------
       FD  MCHREQF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-MCHREQ.
           03  REQ-MERCHANT-ID           PIC  X(008).
           03  REQ-CHECK-REF             PIC  X(015).
           03  REQ-ABA-NO-X              PIC  X(009).
           03  REQ-ABA-NO REDEFINES
               REQ-ABA-NO-X              PIC  9(009).
           03  REQ-ACCOUNT-NO            PIC  X(012).
           03  REQ-CHECK-NO              PIC  X(009).
           03  REQ-CHECK-AMT             PIC  9(007)V99.
           03  FILLER                    PIC  X(018).

       FD  MCHRSPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-MCHRSP.
           03  RSP-MERCHANT-ID           PIC  X(008).
           03  RSP-CHECK-REF             PIC  X(015).
           03  RSP-ABA-NO                PIC  X(009).
           03  RSP-ACCOUNT-NO            PIC  X(012).
           03  RSP-DECISION              PIC  X(001).
               88  RSP-APPROVE               VALUE 'A'.
               88  RSP-CAUTION               VALUE 'C'.
               88  RSP-DECLINE               VALUE 'D'.
           03  RSP-REASON-CODE           PIC  X(002).
           03  RSP-OFFENSE-COUNT         PIC  9(005).
           03  RSP-LAST-CK-DATE          PIC  9(008).
           03  RSP-RUN-DATE              PIC  9(008).
           03  FILLER                    PIC  X(012).

       FD  HOTLSTF.

       COPY HOTLSTF.

       FD  ACCESSLG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY ACCESSF.

       FD  PARAMF.

       COPY PARAMF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-MCHREQF             PIC X(002) VALUE SPACES.
           05  WS-FS-MCHRSPF             PIC X(002) VALUE SPACES.
           05  WS-FS-HOTLSTF             PIC X(002) VALUE SPACES.
           05  WS-FS-ACCESSLG            PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-APPROVED               PIC 9(009) VALUE ZEROS.
           05  WS-CAUTIONED              PIC 9(009) VALUE ZEROS.
           05  WS-DECLINED               PIC 9(009) VALUE ZEROS.
           05  WS-NOT-VERIFIABLE         PIC 9(009) VALUE ZEROS.
           05  WS-LOOKUPS                PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Operational thresholds (see PARAMF.cpy); compiled defaults
      * stand when the file or the row is missing. The amount is in
      * whole dollars.
      *-----------------------------------------------------------------
       01  WS-PARAMETERS.
           05  WS-DECLINE-CNT            PIC 9(005) VALUE 2.
           05  WS-DECLINE-AMT            PIC 9(007) VALUE 500.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-HIT-SW                 PIC X(001) VALUE 'N'.
               88  WS-HOTLIST-HIT            VALUE 'Y'.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL              PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RPT-VALUE              PIC X(058) VALUE SPACES.

       01  WS-RPT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF38 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'MERCHANT CHECK VERIFICATION'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF38 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           OPEN INPUT MCHREQF.

           IF WS-FS-MCHREQF NOT EQUAL '00'
              DISPLAY 'OPEN MCHREQF  FS:' WS-FS-MCHREQF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT MCHRSPF.

           IF WS-FS-MCHRSPF NOT EQUAL '00'
              DISPLAY 'OPEN MCHRSPF  FS:' WS-FS-MCHRSPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * No hotlist means every check would come back approved; the
      * run stops instead so the merchants get nothing rather than a
      * wrong answer.
      *-----------------------------------------------------------------
           OPEN INPUT HOTLSTF.

           IF WS-FS-HOTLSTF NOT EQUAL '00'
              DISPLAY 'OPEN HOTLSTF  FS:' WS-FS-HOTLSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND ACCESSLG.

           IF WS-FS-ACCESSLG NOT EQUAL '00'
              DISPLAY 'OPEN ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P100-NEXT-REQUEST
           THRU    P100-NEXT-REQUEST-EXIT
              UNTIL WS-EOF

           CLOSE MCHREQF.
           IF WS-FS-MCHREQF NOT EQUAL '00'
              DISPLAY 'CLOSE MCHREQF FS:' WS-FS-MCHREQF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE MCHRSPF.
           IF WS-FS-MCHRSPF NOT EQUAL '00'
              DISPLAY 'CLOSE MCHRSPF FS:' WS-FS-MCHRSPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE HOTLSTF.
           IF WS-FS-HOTLSTF NOT EQUAL '00'
              DISPLAY 'CLOSE HOTLSTF FS:' WS-FS-HOTLSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE ACCESSLG.
           IF WS-FS-ACCESSLG NOT EQUAL '00'
              DISPLAY 'CLOSE ACCESSLG FS:' WS-FS-ACCESSLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P950-WRITE-REPORT
           THRU    P950-WRITE-REPORT-EXIT

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'CHECKS READ.......: ' WS-READ.
           DISPLAY 'APPROVED..........: ' WS-APPROVED.
           DISPLAY 'CAUTIONED.........: ' WS-CAUTIONED.
           DISPLAY 'DECLINED..........: ' WS-DECLINED.
           DISPLAY 'NOT VERIFIABLE....: ' WS-NOT-VERIFIABLE.
           DISPLAY 'HOTLIST LOOKUPS...: ' WS-LOOKUPS.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF38 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Decline thresholds from the shared runtime parameter file (see
      * PARAMF.cpy). A missing file or missing row leaves the compiled
      * default in effect.
      *-----------------------------------------------------------------
       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'DF38-DECLINE-CNT' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF38-DECLINE-CNT'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      AND PRM-VALUE NOT GREATER 99999
                      MOVE PRM-VALUE TO WS-DECLINE-CNT
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF38-DECLINE-CNT'
                   END-IF
              END-READ

              MOVE 'DF38-DECLINE-AMT' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'DF38-DECLINE-AMT'
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      MOVE PRM-VALUE TO WS-DECLINE-AMT
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'DF38-DECLINE-AMT'
                   END-IF
              END-READ

              CLOSE PARAMF

              IF WS-FS-PARAMF NOT EQUAL '00'
                 DISPLAY 'CLOSE PARAMF FS: ' WS-FS-PARAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

           WHEN WS-FS-PARAMF EQUAL '35'
              DISPLAY 'PARAMF NOT DEFINED. DEFAULTS IN EFFECT.'

           WHEN OTHER
              DISPLAY 'OPEN PARAMF  FS: ' WS-FS-PARAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'DECLINE COUNT IN EFFECT.: ' WS-DECLINE-CNT
           DISPLAY 'DECLINE AMOUNT IN EFFECT: ' WS-DECLINE-AMT
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

       P100-NEXT-REQUEST.

           READ MCHREQF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ

                PERFORM P200-VERIFY-CHECK
                THRU    P200-VERIFY-CHECK-EXIT
           END-READ
           .

       P100-NEXT-REQUEST-EXIT.
           EXIT.

       P200-VERIFY-CHECK.

           MOVE SPACES          TO REC-MCHRSP
           MOVE REQ-MERCHANT-ID TO RSP-MERCHANT-ID
           MOVE REQ-CHECK-REF   TO RSP-CHECK-REF
           MOVE REQ-ABA-NO-X    TO RSP-ABA-NO
           MOVE REQ-ACCOUNT-NO  TO RSP-ACCOUNT-NO
           MOVE ZEROS           TO RSP-OFFENSE-COUNT
                                   RSP-LAST-CK-DATE
           MOVE WS-RUN-DATE     TO RSP-RUN-DATE

           IF REQ-ABA-NO-X NOT NUMERIC
              OR REQ-ABA-NO EQUAL ZERO
              OR REQ-ACCOUNT-NO EQUAL SPACES
              MOVE 'C'  TO RSP-DECISION
              MOVE '90' TO RSP-REASON-CODE
              ADD 1 TO WS-NOT-VERIFIABLE
           ELSE
              PERFORM P210-LOOKUP-HOTLIST
              THRU    P210-LOOKUP-HOTLIST-EXIT

              PERFORM P220-DECIDE
              THRU    P220-DECIDE-EXIT
           END-IF

           WRITE REC-MCHRSP
           END-WRITE

           IF WS-FS-MCHRSPF NOT EQUAL '00'
              DISPLAY 'WRITE MCHRSPF FS:' WS-FS-MCHRSPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           EVALUATE TRUE
           WHEN RSP-APPROVE
              ADD 1 TO WS-APPROVED
           WHEN RSP-CAUTION
              ADD 1 TO WS-CAUTIONED
           WHEN RSP-DECLINE
              ADD 1 TO WS-DECLINED
           END-EVALUATE
           .

       P200-VERIFY-CHECK-EXIT.
           EXIT.

       P210-LOOKUP-HOTLIST.

           MOVE 'N'            TO WS-HIT-SW
           MOVE REQ-ABA-NO     TO HOT-ABA-NO
           MOVE REQ-ACCOUNT-NO TO HOT-ACCOUNT-NO

           READ HOTLSTF
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-HIT-SW
           END-READ

           ADD 1 TO WS-LOOKUPS

           PERFORM P800-LOG-ACCESS
           THRU    P800-LOG-ACCESS-EXIT
           .

       P210-LOOKUP-HOTLIST-EXIT.
           EXIT.

       P220-DECIDE.

           IF WS-HOTLIST-HIT
              MOVE HOT-OFFENSE-COUNT TO RSP-OFFENSE-COUNT
              MOVE HOT-LAST-CK-DATE  TO RSP-LAST-CK-DATE
           END-IF

           EVALUATE TRUE
           WHEN NOT WS-HOTLIST-HIT
              MOVE 'A'  TO RSP-DECISION
              MOVE '00' TO RSP-REASON-CODE
           WHEN HOT-OFFENSE-COUNT NOT LESS WS-DECLINE-CNT
              MOVE 'D'  TO RSP-DECISION
              MOVE '20' TO RSP-REASON-CODE
           WHEN HOT-TOTAL-AMT NOT LESS WS-DECLINE-AMT
              MOVE 'D'  TO RSP-DECISION
              MOVE '21' TO RSP-REASON-CODE
           WHEN OTHER
              MOVE 'C'  TO RSP-DECISION
              MOVE '10' TO RSP-REASON-CODE
           END-EVALUATE
           .

       P220-DECIDE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The search argument -- routing number then account -- goes in
      * the ACC-ID-NO bytes with ACC-ID-STATE spaces, the same way
      * COBDF12 logs its SSN and name searches.
      *-----------------------------------------------------------------
       P800-LOG-ACCESS.

           MOVE SPACES          TO REC-ACCESS-LOG
           MOVE WS-RUN-DATE     TO ACC-RUN-DATE
           ACCEPT ACC-RUN-TIME FROM TIME
           MOVE 'COBDF38 '      TO ACC-PROGRAM-ID
           MOVE REQ-MERCHANT-ID TO ACC-REQUESTOR
           MOVE SPACES          TO ACC-ID-STATE
           MOVE REQ-ABA-NO-X    TO ACC-ID-NO (1:9)
           MOVE REQ-ACCOUNT-NO  TO ACC-ID-NO (10:12)

           IF WS-HOTLIST-HIT
              MOVE 'Y'               TO ACC-RESULT
              MOVE HOT-OFFENSE-COUNT TO ACC-RECORDS-FOUND
           ELSE
              MOVE 'N'               TO ACC-RESULT
              MOVE ZEROS             TO ACC-RECORDS-FOUND
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

       P950-WRITE-REPORT.

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CHECKS READ'       TO WS-RPT-LABEL
           MOVE WS-READ             TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'APPROVED'          TO WS-RPT-LABEL
           MOVE WS-APPROVED         TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CAUTIONED'         TO WS-RPT-LABEL
           MOVE WS-CAUTIONED        TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'DECLINED'          TO WS-RPT-LABEL
           MOVE WS-DECLINED         TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'NOT VERIFIABLE'    TO WS-RPT-LABEL
           MOVE WS-NOT-VERIFIABLE   TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'HOTLIST LOOKUPS'   TO WS-RPT-LABEL
           MOVE WS-LOOKUPS          TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P950-WRITE-REPORT-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
