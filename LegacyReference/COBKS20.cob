           SELECT ACKFD5   ASSIGN TO ACKFD5
                  FILE STATUS IS WS-FS-ACKFD5.

           SELECT COMMHSTF ASSIGN TO COMMHSTF
                  FILE STATUS IS WS-FS-COMMHSTF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------

       01  REC-ACKFD5                    PIC  X(080).

       FD  COMMHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY COMMHSTF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           05  WS-FS-ACKFD3              PIC X(002) VALUE SPACES.
           05  WS-FS-ACKFD4              PIC X(002) VALUE SPACES.
           05  WS-FS-ACKFD5              PIC X(002) VALUE SPACES.
           05  WS-FS-COMMHSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-ROWS-READ              PIC 9(009) VALUE ZEROS.
           05  WS-ROWS-SPLIT             PIC 9(009) VALUE ZEROS.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * COMMHSTF is opened EXTEND: each acknowledged client is appended
      * to the same contact history the CRM, letter and statement
      * extracts write.
      *-----------------------------------------------------------------
           OPEN EXTEND COMMHSTF.

           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'OPEN COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE COMMHSTF.
           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'CLOSE COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF

              PERFORM P400-TALLY-DISPOSITION
              THRU    P400-TALLY-DISPOSITION-EXIT

              PERFORM P500-LOG-CONTACT
              THRU    P500-LOG-CONTACT-EXIT
           END-IF

           READ KSDISPF
       P400-TALLY-DISPOSITION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Each detail row acknowledged back to the sending system is a
      * contact about that client, dated with the business date the
      * feed was loaded under. A row with no client id (a card
      * rejected before its key could be read) has no one to log.
      *-----------------------------------------------------------------
       P500-LOG-CONTACT.

           IF KSD-CLIENT-ID GREATER ZERO
              MOVE SPACES            TO REC-COMM-HIST
              MOVE KSD-CLIENT-ID     TO CH-CLIENT-ID
              MOVE 'FEED '           TO CH-CHANNEL
              MOVE 'FEEDACK '        TO CH-DOC-TYPE
              MOVE KSD-BUSINESS-DATE TO CH-BUSINESS-DATE
              MOVE 'F'               TO CH-ADDR-FORM
              MOVE KSD-FEED-ID       TO CH-FEED-ID
              MOVE 'COBKS20 '        TO CH-PROGRAM

              WRITE REC-COMM-HIST
              END-WRITE

              IF WS-FS-COMMHSTF NOT EQUAL '00'
                 DISPLAY 'WRITE COMMHSTF FS:' WS-FS-COMMHSTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P500-LOG-CONTACT-EXIT.
           EXIT.

       P800-WRITE-TRAILERS.

           MOVE ZEROS TO WS-FILE-IX
