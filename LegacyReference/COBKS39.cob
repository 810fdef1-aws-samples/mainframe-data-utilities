      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Weekly unreachable-client report for the contact team. Walks
      * CLIENT in key order and lists every living client whose
      * type-2 address COBKS38 has marked undeliverable: the address
      * we hold, when and why the mail came back, and the type-3
      * phone and e-mail to try instead. A client with neither phone
      * nor e-mail is tagged so it can be worked first.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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
           03  CLIENT-CONTACT REDEFINES  CLIENT-MAIN.
            05 CLIENT-PHONE              PIC  X(012).
            05 CLIENT-EMAIL              PIC  X(038).
            05 FILLER                    PIC  X(444).
           03  CLIENT-STATUS  REDEFINES  CLIENT-MAIN.
            05 CLIENT-DECEASED-IND       PIC  X(001).
               88 CLIENT-DECEASED            VALUE 'Y'.
            05 CLIENT-DECEASED-DATE      PIC  9(008).
            05 CLIENT-DECEASED-CERT-NO   PIC  X(010).
            05 CLIENT-STATUS-DATE        PIC  9(008).
            05 FILLER                    PIC  X(467).

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-CLIENTS-JUDGED         PIC 9(009) VALUE ZEROS.
           05  WS-UNREACHABLE            PIC 9(009) VALUE ZEROS.
           05  WS-NO-ALTERNATIVE         PIC 9(009) VALUE ZEROS.
           05  WS-DECEASED               PIC 9(009) VALUE ZEROS.
           05  WS-CURRENT-ID             PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Per-client work fields gathered over the key-order walk, the
      * same id-level break COBKS09 uses to join type rows.
      *-----------------------------------------------------------------
       01  WS-CLIENT-WORK.
           05  WS-CLI-NAME               PIC X(030) VALUE SPACES.
           05  WS-CLI-ADDR-NUMBER        PIC 9(009) VALUE ZEROS.
           05  WS-CLI-ADDR-STREET        PIC X(040) VALUE SPACES.
           05  WS-CLI-ADDR-CITY          PIC X(020) VALUE SPACES.
           05  WS-CLI-ADDR-STATE         PIC X(002) VALUE SPACES.
           05  WS-CLI-ADDR-ZIP           PIC X(005) VALUE SPACES.
           05  WS-CLI-RETURN-DATE        PIC 9(008) VALUE ZEROS.
           05  WS-CLI-RETURN-CODE        PIC X(002) VALUE SPACES.
           05  WS-CLI-RETURN-REASON      PIC X(020) VALUE SPACES.
           05  WS-CLI-PHONE              PIC X(012) VALUE SPACES.
           05  WS-CLI-EMAIL              PIC X(038) VALUE SPACES.
           05  WS-CLI-UNDELIV-SW         PIC X(001) VALUE 'N'.
               88  WS-CLI-UNDELIVERABLE      VALUE 'Y'.
           05  WS-CLI-DECEASED-SW        PIC X(001) VALUE 'N'.
               88  WS-CLI-DECEASED           VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-PENDING-SW             PIC X(001) VALUE 'N'.
               88  WS-PENDING-CLIENT         VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.

      *-----------------------------------------------------------------
      * Four lines per client: who and why, the address that failed
      * (two lines), and what to try instead.
      *-----------------------------------------------------------------
       01  WS-UNR-LINE-1.
           05  WS-UN1-CLIENT-ID          PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-UN1-NAME               PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-UN1-RETURN-DATE        PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-UN1-RETURN-CODE        PIC X(002) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-UN1-RETURN-REASON      PIC X(020) VALUE SPACES.

       01  WS-UNR-LINE-2.
           05  FILLER                    PIC X(011) VALUE SPACES.
           05  WS-UN2-ADDR-NUMBER        PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-UN2-ADDR-STREET        PIC X(040) VALUE SPACES.

       01  WS-UNR-LINE-3.
           05  FILLER                    PIC X(021) VALUE SPACES.
           05  WS-UN3-ADDR-CITY          PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-UN3-ADDR-STATE         PIC X(002) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-UN3-ADDR-ZIP           PIC X(005) VALUE SPACES.

       01  WS-UNR-LINE-4.
           05  FILLER                    PIC X(011) VALUE SPACES.
           05  WS-UN4-PHONE              PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-UN4-EMAIL              PIC X(038) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-UN4-NOTE               PIC X(014) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS39 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'UNREACHABLE CLIENTS - MAIL RETURNED'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS39 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'CLIENT-ID  CLIENT NAME'
                                   TO WS-COLUMN-HEADING (1:22)
           MOVE 'RETURNED  REASON'
                                   TO WS-COLUMN-HEADING (44:16)

           MOVE LOW-VALUES TO CLIENT-KEY

           START CLIENT KEY IS NOT LESS THAN CLIENT-KEY
             INVALID KEY
                MOVE 'Y' TO WS-EOF-SW
           END-START

           PERFORM P200-GATHER-NEXT THRU P200-GATHER-NEXT-EXIT
              UNTIL WS-EOF

           IF WS-PENDING-CLIENT
              PERFORM P300-JUDGE-CLIENT
              THRU    P300-JUDGE-CLIENT-EXIT
           END-IF

           IF WS-UNREACHABLE EQUAL ZERO
              MOVE 'NO UNDELIVERABLE ADDRESSES ON FILE'
                                   TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           PERFORM P900-WRITE-TOTALS
           THRU    P900-WRITE-TOTALS-EXIT

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'CLIENTS JUDGED....: ' WS-CLIENTS-JUDGED.
           DISPLAY 'UNREACHABLE.......: ' WS-UNREACHABLE.
           DISPLAY 'NO PHONE OR EMAIL.: ' WS-NO-ALTERNATIVE.
           DISPLAY 'CLIENTS DECEASED..: ' WS-DECEASED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS39 FINISHED'.

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

       P200-GATHER-NEXT.

           READ CLIENT NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SCANNED

                IF CLIENT-ID EQUAL ZERO AND CLIENT-TYPE EQUAL ZERO
                   CONTINUE
                ELSE
                   IF WS-PENDING-CLIENT
                      AND CLIENT-ID NOT EQUAL WS-CURRENT-ID
                      PERFORM P300-JUDGE-CLIENT
                      THRU    P300-JUDGE-CLIENT-EXIT
                   END-IF

                   PERFORM P210-NOTE-TYPE-ROW
                   THRU    P210-NOTE-TYPE-ROW-EXIT
                END-IF
           END-READ
           .

       P200-GATHER-NEXT-EXIT.
           EXIT.

       P210-NOTE-TYPE-ROW.

           IF NOT WS-PENDING-CLIENT
              MOVE CLIENT-ID TO WS-CURRENT-ID
              MOVE SPACES    TO WS-CLI-NAME
                                WS-CLI-ADDR-STREET
                                WS-CLI-ADDR-CITY
                                WS-CLI-ADDR-STATE
                                WS-CLI-ADDR-ZIP
                                WS-CLI-RETURN-CODE
                                WS-CLI-RETURN-REASON
                                WS-CLI-PHONE
                                WS-CLI-EMAIL
              MOVE ZEROS     TO WS-CLI-ADDR-NUMBER
                                WS-CLI-RETURN-DATE
              MOVE 'N'       TO WS-CLI-UNDELIV-SW
                                WS-CLI-DECEASED-SW
              MOVE 'Y'       TO WS-PENDING-SW
           END-IF

           EVALUATE TRUE
           WHEN CLIENT-TYPE EQUAL 1
              MOVE CLIENT-NAME   TO WS-CLI-NAME
           WHEN CLIENT-TYPE EQUAL 2
              IF CLIENT-ADDR-UNDELIVERABLE
                 MOVE 'Y'                TO WS-CLI-UNDELIV-SW
                 MOVE CLIENT-ADDR-NUMBER TO WS-CLI-ADDR-NUMBER
                 MOVE CLIENT-ADDR-STREET TO WS-CLI-ADDR-STREET
                 MOVE CLIENT-ADDR-CITY   TO WS-CLI-ADDR-CITY
                 MOVE CLIENT-ADDR-STATE  TO WS-CLI-ADDR-STATE
                 MOVE CLIENT-ADDR-ZIP    TO WS-CLI-ADDR-ZIP
                 MOVE CLIENT-ADDR-RETURN-DATE
                                         TO WS-CLI-RETURN-DATE
                 MOVE CLIENT-ADDR-RETURN-CODE
                                         TO WS-CLI-RETURN-CODE
                 MOVE CLIENT-ADDR-RETURN-REASON
                                         TO WS-CLI-RETURN-REASON
              END-IF
           WHEN CLIENT-TYPE EQUAL 3
              MOVE CLIENT-PHONE  TO WS-CLI-PHONE
              MOVE CLIENT-EMAIL  TO WS-CLI-EMAIL
           WHEN CLIENT-TYPE EQUAL 7
              IF CLIENT-DECEASED
                 MOVE 'Y'        TO WS-CLI-DECEASED-SW
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .

       P210-NOTE-TYPE-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A deceased client (COBKS34) is nobody's to reach and is
      * counted through.
      *-----------------------------------------------------------------
       P300-JUDGE-CLIENT.

           ADD 1 TO WS-CLIENTS-JUDGED

           EVALUATE TRUE
           WHEN NOT WS-CLI-UNDELIVERABLE
              CONTINUE
           WHEN WS-CLI-DECEASED
              ADD 1 TO WS-DECEASED
           WHEN OTHER
              PERFORM P400-WRITE-CLIENT
              THRU    P400-WRITE-CLIENT-EXIT
           END-EVALUATE

           MOVE 'N' TO WS-PENDING-SW
           .

       P300-JUDGE-CLIENT-EXIT.
           EXIT.

       P400-WRITE-CLIENT.

           ADD 1 TO WS-UNREACHABLE

           MOVE SPACES                TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-CURRENT-ID         TO WS-UN1-CLIENT-ID
           MOVE WS-CLI-NAME           TO WS-UN1-NAME
           MOVE WS-CLI-RETURN-DATE    TO WS-UN1-RETURN-DATE
           MOVE WS-CLI-RETURN-CODE    TO WS-UN1-RETURN-CODE
           MOVE WS-CLI-RETURN-REASON  TO WS-UN1-RETURN-REASON
           MOVE WS-UNR-LINE-1         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-CLI-ADDR-NUMBER    TO WS-UN2-ADDR-NUMBER
           MOVE WS-CLI-ADDR-STREET    TO WS-UN2-ADDR-STREET
           MOVE WS-UNR-LINE-2         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-CLI-ADDR-CITY      TO WS-UN3-ADDR-CITY
           MOVE WS-CLI-ADDR-STATE     TO WS-UN3-ADDR-STATE
           MOVE WS-CLI-ADDR-ZIP       TO WS-UN3-ADDR-ZIP
           MOVE WS-UNR-LINE-3         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE WS-CLI-PHONE          TO WS-UN4-PHONE
           MOVE WS-CLI-EMAIL          TO WS-UN4-EMAIL

           IF WS-CLI-PHONE EQUAL SPACES
              AND WS-CLI-EMAIL EQUAL SPACES
              MOVE 'NO ALTERNATIVE'   TO WS-UN4-NOTE
              ADD 1 TO WS-NO-ALTERNATIVE
           ELSE
              MOVE SPACES             TO WS-UN4-NOTE
           END-IF

           MOVE WS-UNR-LINE-4         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P400-WRITE-CLIENT-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CLIENTS JUDGED'    TO WS-RPT-CNT-LABEL
           MOVE WS-CLIENTS-JUDGED   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'UNREACHABLE'       TO WS-RPT-CNT-LABEL
           MOVE WS-UNREACHABLE      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'NO PHONE OR EMAIL' TO WS-RPT-CNT-LABEL
           MOVE WS-NO-ALTERNATIVE   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CLIENTS DECEASED'  TO WS-RPT-CNT-LABEL
           MOVE WS-DECEASED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P900-WRITE-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
