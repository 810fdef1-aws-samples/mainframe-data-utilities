      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Client communication history inquiry. Reads the COMMHSTF
      * contact history the outbound extracts append to (see
      * COMMHSTF.cpy) and answers one of two questions from the
      * request card: everything sent to or about one client, oldest
      * first, with the address or e-mail each contact went to; or a
      * month's contacts counted by channel and document type for the
      * servicing volume report.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS49.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT COMMHSTF ASSIGN TO COMMHSTF
                  FILE STATUS IS WS-FS-COMMHSTF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  COMMHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY COMMHSTF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-COMMHSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-SELECTED               PIC 9(009) VALUE ZEROS.
           05  WS-PRINTED                PIC 9(009) VALUE ZEROS.
           05  WS-OVERFLOWED             PIC 9(009) VALUE ZEROS.
           05  WS-REC-MONTH              PIC 9(006) VALUE ZEROS.
           05  WS-HST-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-INS-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-NEXT-IX                PIC 9(004) VALUE ZEROS.
           05  WS-CNT-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-CNT-FOUND-IDX          PIC 9(004) VALUE ZEROS.
           05  WS-WORK-KEY               PIC X(013) VALUE SPACES.

      *-----------------------------------------------------------------
      * Request card (SYSIN).
      *   Col  1     mode: 'C' = one client's contact history,
      *                    'M' = one month's counts by channel and
      *                          document type
      *   Cols 2-10  CLIENT-ID            (mode C)
      *   Cols 2-7   month YYYYMM         (mode M)
      *-----------------------------------------------------------------
       01  WS-REQUEST-CARD.
           05  WS-REQ-MODE               PIC X(001).
               88  WS-MODE-CLIENT            VALUE 'C'.
               88  WS-MODE-MONTH             VALUE 'M'.
           05  WS-REQ-DETAIL             PIC X(009).
           05  WS-REQ-CLIENT REDEFINES WS-REQ-DETAIL.
               10  WS-REQ-CLIENT-ID      PIC 9(009).
           05  WS-REQ-PERIOD REDEFINES WS-REQ-DETAIL.
               10  WS-REQ-MONTH          PIC 9(006).
               10  FILLER                PIC X(003).
           05  FILLER                    PIC X(070).

      *-----------------------------------------------------------------
      * One client's contacts, held so they can be printed in business
      * date order: the extracts append as they run, and COBKS20 dates
      * an acknowledgment with the feed's business date rather than
      * the night it ran, so file order is not quite date order. Each
      * row is slotted in behind any row of the same date already
      * held, keeping file order within a day.
      *-----------------------------------------------------------------
       01  WS-HST-TABLE.
           05  WS-HST-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-HST-ENTRY OCCURS 1000 TIMES.
               10  WS-HST-DATE           PIC 9(008).
               10  WS-HST-RECORD         PIC X(120).

      *-----------------------------------------------------------------
      * The month's counts, kept in channel then document-type order
      * as each new pair is first seen.
      *-----------------------------------------------------------------
       01  WS-CNT-TABLE.
           05  WS-CNT-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-CNT-ENTRY OCCURS 50 TIMES.
               10  WS-CNT-KEY.
                   15  WS-CNT-CHANNEL    PIC X(005).
                   15  WS-CNT-DOC-TYPE   PIC X(008).
               10  WS-CNT-ROWS           PIC 9(009).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-SLOT-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-SLOT-FOUND             VALUE 'Y'.

       01  WS-HIST-LINE.
           05  WS-HSL-DATE               PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-HSL-CHANNEL            PIC X(005) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-HSL-DOC-TYPE           PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-HSL-PROGRAM            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-HSL-ADDRESS            PIC X(043) VALUE SPACES.
           05  WS-HSL-POSTAL REDEFINES WS-HSL-ADDRESS.
               10  WS-HSL-ADDR-NUMBER    PIC Z(08)9.
               10  FILLER                PIC X(001).
               10  WS-HSL-ADDR-STREET    PIC X(033).

       01  WS-HIST-CONT-LINE.
           05  FILLER                    PIC X(037) VALUE SPACES.
           05  WS-HSC-ADDR-CITY          PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-HSC-ADDR-STATE         PIC X(002) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-HSC-ADDR-ZIP           PIC X(005) VALUE SPACES.
           05  FILLER                    PIC X(014) VALUE SPACES.

       01  WS-MONTH-LINE.
           05  WS-MNL-CHANNEL            PIC X(005) VALUE SPACES.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-MNL-DOC-TYPE           PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-MNL-ROWS               PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(048) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS49 STARTED'.

           ACCEPT WS-REQUEST-CARD FROM SYSIN.

           IF NOT WS-MODE-CLIENT AND NOT WS-MODE-MONTH
              DISPLAY 'INVALID MODE ON REQUEST CARD: ' WS-REQ-MODE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-MODE-CLIENT AND WS-REQ-CLIENT-ID NOT NUMERIC
              DISPLAY 'INVALID CLIENT-ID ON REQUEST CARD'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-MODE-MONTH AND WS-REQ-MONTH NOT NUMERIC
              DISPLAY 'INVALID MONTH ON REQUEST CARD'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT COMMHSTF.

           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'OPEN COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P100-WRITE-HEADING
           THRU    P100-WRITE-HEADING-EXIT

           PERFORM P200-READ-NEXT THRU P200-READ-NEXT-EXIT
              UNTIL WS-EOF

           IF WS-MODE-CLIENT
              MOVE ZEROS TO WS-HST-IX

              PERFORM P400-PRINT-ONE-CONTACT
              THRU    P400-PRINT-ONE-CONTACT-EXIT
                 UNTIL WS-HST-IX NOT LESS WS-HST-CNT
           ELSE
              MOVE ZEROS TO WS-CNT-IX

              PERFORM P500-PRINT-ONE-COUNT
              THRU    P500-PRINT-ONE-COUNT-EXIT
                 UNTIL WS-CNT-IX NOT LESS WS-CNT-CNT
           END-IF

           PERFORM P900-WRITE-TOTALS
           THRU    P900-WRITE-TOTALS-EXIT

           CLOSE COMMHSTF.
           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'CLOSE COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'HISTORY ROWS READ.: ' WS-READ.
           DISPLAY 'ROWS SELECTED.....: ' WS-SELECTED.
           DISPLAY 'LINES REPORTED....: ' WS-PRINTED.
           DISPLAY 'TABLE OVERFLOWS...: ' WS-OVERFLOWED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS49 FINISHED'.

           STOP RUN.

       P100-WRITE-HEADING.

           MOVE SPACES              TO REC-REPORT-LINE

           IF WS-MODE-CLIENT
              STRING 'CLIENT CONTACT HISTORY FOR CLIENT '
                                        DELIMITED BY SIZE
                     WS-REQ-CLIENT-ID   DELIMITED BY SIZE
                INTO REC-REPORT-LINE
              END-STRING
           ELSE
              STRING 'CLIENT CONTACTS BY CHANNEL FOR MONTH '
                                        DELIMITED BY SIZE
                     WS-REQ-MONTH       DELIMITED BY SIZE
                INTO REC-REPORT-LINE
              END-STRING
           END-IF

           WRITE REC-REPORT-LINE

           MOVE SPACES              TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO REC-REPORT-LINE

           IF WS-MODE-CLIENT
              MOVE 'BUS DATE  CHAN   DOCUMENT  PROGRAM   ADDRESS USED'
                                     TO REC-REPORT-LINE
           ELSE
              MOVE 'CHAN     DOCUMENT           ROWS'
                                     TO REC-REPORT-LINE
           END-IF

           WRITE REC-REPORT-LINE

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'WRITE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-WRITE-HEADING-EXIT.
           EXIT.

       P200-READ-NEXT.

           READ COMMHSTF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ

                IF WS-MODE-CLIENT
                   IF CH-CLIENT-ID EQUAL WS-REQ-CLIENT-ID
                      ADD 1 TO WS-SELECTED

                      PERFORM P210-HOLD-CONTACT
                      THRU    P210-HOLD-CONTACT-EXIT
                   END-IF
                ELSE
                   DIVIDE CH-BUSINESS-DATE BY 100 GIVING WS-REC-MONTH

                   IF WS-REC-MONTH EQUAL WS-REQ-MONTH
                      ADD 1 TO WS-SELECTED

                      PERFORM P300-COUNT-CONTACT
                      THRU    P300-COUNT-CONTACT-EXIT
                   END-IF
                END-IF
           END-READ
           .

       P200-READ-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Insert the row behind the last held row dated on or before it:
      * walk back from the end, moving each later-dated row down one.
      *-----------------------------------------------------------------
       P210-HOLD-CONTACT.

           IF WS-HST-CNT NOT LESS 1000
              ADD 1 TO WS-OVERFLOWED
           ELSE
              MOVE WS-HST-CNT TO WS-INS-IX
              MOVE 'N'        TO WS-SLOT-FOUND-SW

              PERFORM P215-MAKE-ROOM THRU P215-MAKE-ROOM-EXIT
                 UNTIL WS-INS-IX EQUAL ZERO
                    OR WS-SLOT-FOUND

              ADD 1 TO WS-INS-IX
              MOVE CH-BUSINESS-DATE TO WS-HST-DATE   (WS-INS-IX)
              MOVE REC-COMM-HIST    TO WS-HST-RECORD (WS-INS-IX)

              ADD 1 TO WS-HST-CNT
           END-IF
           .

       P210-HOLD-CONTACT-EXIT.
           EXIT.

       P215-MAKE-ROOM.

           IF WS-HST-DATE (WS-INS-IX) GREATER CH-BUSINESS-DATE
              ADD 1 TO WS-INS-IX GIVING WS-NEXT-IX
              MOVE WS-HST-ENTRY (WS-INS-IX)
                TO WS-HST-ENTRY (WS-NEXT-IX)
              SUBTRACT 1 FROM WS-INS-IX
           ELSE
              MOVE 'Y' TO WS-SLOT-FOUND-SW
           END-IF
           .

       P215-MAKE-ROOM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Find the channel/document pair, or slot a new one in key order
      * the same way P210 slots a contact in date order.
      *-----------------------------------------------------------------
       P300-COUNT-CONTACT.

           MOVE CH-CHANNEL  TO WS-WORK-KEY (1:5)
           MOVE CH-DOC-TYPE TO WS-WORK-KEY (6:8)

           MOVE ZEROS TO WS-CNT-FOUND-IDX
                         WS-CNT-IX

           PERFORM P310-SCAN-COUNT THRU P310-SCAN-COUNT-EXIT
              UNTIL WS-CNT-IX NOT LESS WS-CNT-CNT
                 OR WS-CNT-FOUND-IDX GREATER ZERO

           EVALUATE TRUE
           WHEN WS-CNT-FOUND-IDX GREATER ZERO
              ADD 1 TO WS-CNT-ROWS (WS-CNT-FOUND-IDX)
           WHEN WS-CNT-CNT NOT LESS 50
              ADD 1 TO WS-OVERFLOWED
           WHEN OTHER
              MOVE WS-CNT-CNT TO WS-INS-IX
              MOVE 'N'        TO WS-SLOT-FOUND-SW

              PERFORM P315-MAKE-ROOM THRU P315-MAKE-ROOM-EXIT
                 UNTIL WS-INS-IX EQUAL ZERO
                    OR WS-SLOT-FOUND

              ADD 1 TO WS-INS-IX
              MOVE WS-WORK-KEY TO WS-CNT-KEY  (WS-INS-IX)
              MOVE 1           TO WS-CNT-ROWS (WS-INS-IX)

              ADD 1 TO WS-CNT-CNT
           END-EVALUATE
           .

       P300-COUNT-CONTACT-EXIT.
           EXIT.

       P310-SCAN-COUNT.

           ADD 1 TO WS-CNT-IX

           IF WS-CNT-KEY (WS-CNT-IX) EQUAL WS-WORK-KEY
              MOVE WS-CNT-IX TO WS-CNT-FOUND-IDX
           END-IF
           .

       P310-SCAN-COUNT-EXIT.
           EXIT.

       P315-MAKE-ROOM.

           IF WS-CNT-KEY (WS-INS-IX) GREATER WS-WORK-KEY
              ADD 1 TO WS-INS-IX GIVING WS-NEXT-IX
              MOVE WS-CNT-ENTRY (WS-INS-IX)
                TO WS-CNT-ENTRY (WS-NEXT-IX)
              SUBTRACT 1 FROM WS-INS-IX
           ELSE
              MOVE 'Y' TO WS-SLOT-FOUND-SW
           END-IF
           .

       P315-MAKE-ROOM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A postal address takes a second line for city, state and ZIP;
      * an e-mail or feed id fits on the first.
      *-----------------------------------------------------------------
       P400-PRINT-ONE-CONTACT.

           ADD 1 TO WS-HST-IX

           MOVE WS-HST-RECORD (WS-HST-IX) TO REC-COMM-HIST

           MOVE SPACES              TO WS-HSL-ADDRESS
           MOVE CH-BUSINESS-DATE    TO WS-HSL-DATE
           MOVE CH-CHANNEL          TO WS-HSL-CHANNEL
           MOVE CH-DOC-TYPE         TO WS-HSL-DOC-TYPE
           MOVE CH-PROGRAM          TO WS-HSL-PROGRAM

           EVALUATE TRUE
           WHEN CH-ADDR-POSTAL-FORM
              MOVE CH-ADDR-NUMBER   TO WS-HSL-ADDR-NUMBER
              MOVE CH-ADDR-STREET   TO WS-HSL-ADDR-STREET
           WHEN CH-ADDR-EMAIL-FORM
              MOVE CH-EMAIL         TO WS-HSL-ADDRESS
           WHEN CH-ADDR-FEED-FORM
              STRING 'FEED ID '     DELIMITED BY SIZE
                     CH-FEED-ID     DELIMITED BY SIZE
                INTO WS-HSL-ADDRESS
              END-STRING
           WHEN OTHER
              MOVE 'NO ADDRESS ON FILE' TO WS-HSL-ADDRESS
           END-EVALUATE

           MOVE WS-HIST-LINE        TO REC-REPORT-LINE

           PERFORM P800-WRITE-LINE THRU P800-WRITE-LINE-EXIT

           IF CH-ADDR-POSTAL-FORM
              MOVE CH-ADDR-CITY     TO WS-HSC-ADDR-CITY
              MOVE CH-ADDR-STATE    TO WS-HSC-ADDR-STATE
              MOVE CH-ADDR-ZIP      TO WS-HSC-ADDR-ZIP
              MOVE WS-HIST-CONT-LINE TO REC-REPORT-LINE

              PERFORM P800-WRITE-LINE THRU P800-WRITE-LINE-EXIT
           END-IF
           .

       P400-PRINT-ONE-CONTACT-EXIT.
           EXIT.

       P500-PRINT-ONE-COUNT.

           ADD 1 TO WS-CNT-IX

           MOVE WS-CNT-CHANNEL  (WS-CNT-IX) TO WS-MNL-CHANNEL
           MOVE WS-CNT-DOC-TYPE (WS-CNT-IX) TO WS-MNL-DOC-TYPE
           MOVE WS-CNT-ROWS     (WS-CNT-IX) TO WS-MNL-ROWS
           MOVE WS-MONTH-LINE               TO REC-REPORT-LINE

           PERFORM P800-WRITE-LINE THRU P800-WRITE-LINE-EXIT
           .

       P500-PRINT-ONE-COUNT-EXIT.
           EXIT.

       P800-WRITE-LINE.

           WRITE REC-REPORT-LINE

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'WRITE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-PRINTED
           .

       P800-WRITE-LINE-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'HISTORY ROWS READ'  TO WS-RPT-CNT-LABEL
           MOVE WS-READ             TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CONTACTS SELECTED' TO WS-RPT-CNT-LABEL
           MOVE WS-SELECTED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           IF WS-OVERFLOWED GREATER ZERO
              MOVE SPACES              TO WS-RPT-COUNT-LINE
              MOVE 'NOT LISTED (TABLE)' TO WS-RPT-CNT-LABEL
              MOVE WS-OVERFLOWED       TO WS-RPT-CNT-VALUE
              MOVE WS-RPT-COUNT-LINE   TO REC-REPORT-LINE
              WRITE REC-REPORT-LINE
           END-IF

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'WRITE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P900-WRITE-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.
