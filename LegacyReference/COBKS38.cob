      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Returned-mail processing. The print vendor's RTNMAILF carries
      * one row per COBKS23 letter or COBKS29 statement that came
      * back undeliverable. Each return marks the client's type-2
      * address undeliverable, with the return date and the vendor's
      * reason, and audits the change the way the loaders do.
      *
      * The flag rides in the type-2 row itself, so the next
      * COBKS03/COBKS05 type-2 update -- which rebuilds CLIENT-MAIN
      * from spaces -- clears it with the new address; until then
      * both extracts pass the client over. A return whose mailed ZIP
      * no longer matches the address on file was for an address
      * already replaced, and is rejected rather than posted against
      * the new one.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS38.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT RTNMAILF ASSIGN TO RTNMAILF
                  FILE STATUS IS WS-FS-RTNMAILF.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT AUDITF   ASSIGN TO AUDITF
                  FILE STATUS IS WS-FS-AUDITF.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  RTNMAILF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-RETURNED-MAIL.
           03  RTN-CLIENT-ID             PIC  9(009).
           03  RTN-RETURN-DATE           PIC  9(008).
           03  RTN-RETURN-DATE-X REDEFINES RTN-RETURN-DATE.
               05  RTN-RETURN-YYYY       PIC  9(004).
               05  RTN-RETURN-MM         PIC  9(002).
               05  RTN-RETURN-DD         PIC  9(002).
           03  RTN-REASON-CODE           PIC  X(002).
           03  RTN-REASON-TEXT           PIC  X(020).
           03  RTN-MAILED-ZIP            PIC  X(005).
           03  RTN-SOURCE                PIC  X(008).
           03  FILLER                    PIC  X(028).

       FD  CLIENT.

       01  REC-CLIENT.
           03  CLIENT-KEY.
            05 CLIENT-ID                 PIC  9(009) COMP.
            05 CLIENT-TYPE               PIC  9(004) COMP.
           03  CLIENT-MAIN.
            05 CLIENT-NAME               PIC  X(030).
            05 CLIENT-BDATE              PIC  X(010).
            05 CLIENT-ED-LVL             PIC  X(010).
            05 CLIENT-INCOME             PIC  S9(007)V99 COMP-3.
            05 FILLER                    PIC  X(439).
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

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

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

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-RTNMAILF            PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-AUDITF              PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-FLAGGED                PIC 9(009) VALUE ZEROS.
           05  WS-REFLAGGED              PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-BEFORE-IMAGE           PIC X(494) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-RTNMAILF-EOF-SW        PIC X(001) VALUE 'N'.
               88  WS-RTNMAILF-EOF           VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.

       01  WS-RETURN-LINE.
           05  WS-RTP-CLIENT-ID          PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RTP-RETURN-DATE        PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RTP-SOURCE             PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RTP-REASON-CODE        PIC X(002) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RTP-REASON-TEXT        PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RTP-ZIP                PIC X(005) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RTP-NOTE               PIC X(007) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS38 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT RTNMAILF.

           IF WS-FS-RTNMAILF NOT EQUAL '00'
              DISPLAY 'OPEN RTNMAILF FS:' WS-FS-RTNMAILF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND AUDITF.

           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'OPEN AUDITF  FS: ' WS-FS-AUDITF
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

           MOVE 'RETURNED MAIL - ADDRESSES FLAGGED'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS38 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'CLIENT-ID  RETURNED  SOURCE    REASON'
                                   TO WS-COLUMN-HEADING (1:38)
           MOVE 'ZIP'              TO WS-COLUMN-HEADING (57:3)

           PERFORM P100-READ-RETURN THRU P100-READ-RETURN-EXIT

           PERFORM P200-APPLY-RETURN THRU P200-APPLY-RETURN-EXIT
              UNTIL WS-RTNMAILF-EOF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE RTNMAILF.
           IF WS-FS-RTNMAILF NOT EQUAL '00'
              DISPLAY 'CLOSE RTNMAILF FS:' WS-FS-RTNMAILF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE AUDITF.
           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'CLOSE AUDITF FS: ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

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
           DISPLAY 'RETURNS READ......: ' WS-READ.
           DISPLAY 'ADDRESSES FLAGGED.: ' WS-FLAGGED.
           DISPLAY 'ALREADY FLAGGED...: ' WS-REFLAGGED.
           DISPLAY 'REJECTED..........: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS38 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The processing date is the CALENDF row flagged current.
      *-----------------------------------------------------------------
       P055-GET-PROCESS-DATE.

           OPEN INPUT CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'OPEN CALENDF FS: ' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P056-READ-CALENDAR
           THRU    P056-READ-CALENDAR-EXIT
              UNTIL WS-CAL-FOUND OR WS-CALENDF-EOF

           CLOSE CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'CLOSE CALENDF FS:' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-CAL-FOUND
              DISPLAY 'NO CURRENT DATE FLAGGED ON CALENDF'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY 'CALENDAR PROCESS DATE...: ' WS-RUN-DATE
           .

       P055-GET-PROCESS-DATE-EXIT.
           EXIT.

       P056-READ-CALENDAR.

           READ CALENDF
             AT END
                MOVE 'Y' TO WS-CALENDF-EOF-SW
             NOT AT END
                IF CAL-CURRENT-DATE
                   MOVE 'Y'      TO WS-CAL-FOUND-SW
                   MOVE CAL-DATE TO WS-RUN-DATE
                END-IF
           END-READ
           .

       P056-READ-CALENDAR-EXIT.
           EXIT.

       P100-READ-RETURN.

           READ RTNMAILF
             AT END
                MOVE 'Y' TO WS-RTNMAILF-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ
           END-READ
           .

       P100-READ-RETURN-EXIT.
           EXIT.

       P200-APPLY-RETURN.

           EVALUATE TRUE
           WHEN RTN-CLIENT-ID NOT NUMERIC
              OR RTN-CLIENT-ID EQUAL ZEROS
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'INVALID CLIENT-ID ON RETURNED MAIL'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN RTN-RETURN-DATE NOT NUMERIC
              OR RTN-RETURN-MM LESS 1 OR RTN-RETURN-MM GREATER 12
              OR RTN-RETURN-DD LESS 1 OR RTN-RETURN-DD GREATER 31
              OR RTN-RETURN-DATE GREATER WS-RUN-DATE
              MOVE 'BDAT' TO EXC-REASON-CODE
              MOVE 'INVALID OR FUTURE RETURN DATE'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OTHER
              PERFORM P210-FLAG-ADDRESS
              THRU    P210-FLAG-ADDRESS-EXIT
           END-EVALUATE

           PERFORM P100-READ-RETURN THRU P100-READ-RETURN-EXIT
           .

       P200-APPLY-RETURN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A second return for an address already flagged refreshes the
      * date and reason -- the contact team works from the latest --
      * and is counted apart from the new flags.
      *-----------------------------------------------------------------
       P210-FLAG-ADDRESS.

           MOVE RTN-CLIENT-ID TO CLIENT-ID
           MOVE 2             TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                MOVE 'BADR' TO EXC-REASON-CODE
                MOVE 'NO TYPE-2 ADDRESS ON FILE FOR CLIENT'
                TO   EXC-REASON-TEXT

                PERFORM P900-WRITE-EXCEPTION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                IF RTN-MAILED-ZIP NOT EQUAL SPACES
                   AND RTN-MAILED-ZIP NOT EQUAL CLIENT-ADDR-ZIP
                   MOVE 'BSTL' TO EXC-REASON-CODE
                   MOVE 'ADDRESS REPLACED SINCE PIECE WAS MAILED'
                   TO   EXC-REASON-TEXT

                   PERFORM P900-WRITE-EXCEPTION
                   THRU    P900-WRITE-EXCEPTION-EXIT
                ELSE
                   PERFORM P220-POST-FLAG
                   THRU    P220-POST-FLAG-EXIT
                END-IF
           END-READ
           .

       P210-FLAG-ADDRESS-EXIT.
           EXIT.

       P220-POST-FLAG.

           MOVE SPACES              TO WS-RETURN-LINE

           IF CLIENT-ADDR-UNDELIVERABLE
              ADD 1 TO WS-REFLAGGED
              MOVE 'AGAIN'          TO WS-RTP-NOTE
           ELSE
              ADD 1 TO WS-FLAGGED
           END-IF

           MOVE CLIENT-MAIN         TO WS-BEFORE-IMAGE

           MOVE 'Y'                 TO CLIENT-ADDR-UNDELIV-IND
           MOVE RTN-RETURN-DATE     TO CLIENT-ADDR-RETURN-DATE
           MOVE RTN-REASON-CODE     TO CLIENT-ADDR-RETURN-CODE
           MOVE RTN-REASON-TEXT     TO CLIENT-ADDR-RETURN-REASON

           REWRITE REC-CLIENT
           END-REWRITE

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'REWRITE CLIENT FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'U' TO AUD-ACTION
           PERFORM P910-WRITE-AUDIT
           THRU    P910-WRITE-AUDIT-EXIT

           MOVE RTN-CLIENT-ID       TO WS-RTP-CLIENT-ID
           MOVE RTN-RETURN-DATE     TO WS-RTP-RETURN-DATE
           MOVE RTN-SOURCE          TO WS-RTP-SOURCE
           MOVE RTN-REASON-CODE     TO WS-RTP-REASON-CODE
           MOVE RTN-REASON-TEXT     TO WS-RTP-REASON-TEXT
           MOVE CLIENT-ADDR-ZIP     TO WS-RTP-ZIP

           MOVE WS-RETURN-LINE      TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P220-POST-FLAG-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES            TO EXC-INPUT
           MOVE REC-RETURNED-MAIL TO EXC-INPUT

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

       P910-WRITE-AUDIT.

           MOVE CLIENT-ID             TO AUD-CLIENT-ID
           MOVE CLIENT-TYPE           TO AUD-CLIENT-TYPE
           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE CLIENT-MAIN           TO AUD-AFTER-IMAGE
           MOVE WS-RUN-DATE           TO AUD-BUSINESS-DATE
           MOVE SPACES                TO AUD-OPERATOR-ID

           WRITE REC-AUDIT
           END-WRITE

           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'WRITE AUDITF FS:  ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P910-WRITE-AUDIT-EXIT.
           EXIT.

       P950-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'RETURNS READ'      TO WS-RPT-CNT-LABEL
           MOVE WS-READ             TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ADDRESSES FLAGGED' TO WS-RPT-CNT-LABEL
           MOVE WS-FLAGGED          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ALREADY FLAGGED'   TO WS-RPT-CNT-LABEL
           MOVE WS-REFLAGGED        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'RETURNS REJECTED'  TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P950-WRITE-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
