           SELECT CRMEXTF ASSIGN TO CRMEXTF
                  FILE STATUS IS WS-FS-CRMEXTF.

           SELECT CALENDF ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT COMMHSTF ASSIGN TO COMMHSTF
                  FILE STATUS IS WS-FS-COMMHSTF.

           SELECT SUPPRESF ASSIGN TO SUPPRESF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
            05 CLIENT-EMPLOYER-NAME      PIC  X(030).
            05 CLIENT-HIRE-DATE          PIC  X(010).
            05 FILLER                    PIC  X(454).
           03  CLIENT-STATUS  REDEFINES  CLIENT-MAIN.
            05 CLIENT-DECEASED-IND       PIC  X(001).
               88 CLIENT-DECEASED            VALUE 'Y'.
            05 CLIENT-DECEASED-DATE      PIC  9(008).
            05 CLIENT-DECEASED-CERT-NO   PIC  X(010).
            05 CLIENT-STATUS-DATE        PIC  9(008).
            05 FILLER                    PIC  X(467).

      *-----------------------------------------------------------------
      * One flat profile row per CLIENT-ID for the marketing CRM feed:

       COPY SUPPRESF.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  COMMHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY COMMHSTF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-CRMEXTF             PIC X(002) VALUE SPACES.
           05  WS-FS-SUPPRESF            PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-COMMHSTF            PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-CLIENTS-WRITTEN        PIC 9(009) VALUE ZEROS.
           05  WS-SUPPRESSED             PIC 9(009) VALUE ZEROS.
           05  WS-DECEASED               PIC 9(009) VALUE ZEROS.
           05  WS-CURRENT-ID             PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
               88  WS-SUPPRESF-OFF           VALUE 'Y'.
           05  WS-SUPPRESSED-SW          PIC X(001) VALUE 'N'.
               88  WS-CLIENT-SUPPRESSED      VALUE 'Y'.
           05  WS-DECEASED-SW            PIC X(001) VALUE 'N'.
               88  WS-CLIENT-DECEASED        VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS09 STARTED'.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * COMMHSTF is opened EXTEND: each profile sent to the CRM is
      * appended to the same contact history the letter, statement
      * and acknowledgment extracts write.
      *-----------------------------------------------------------------
           OPEN EXTEND COMMHSTF.

           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'OPEN COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * Do-not-contact suppression (see SUPPRESF.cpy). A region that
      * has not defined the cluster runs with suppression off.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE COMMHSTF.
           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'CLOSE COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-SUPPRESF-OFF
              CLOSE SUPPRESF

           DISPLAY 'RECORDS READ......: ' WS-READ.
           DISPLAY 'CLIENTS WRITTEN...: ' WS-CLIENTS-WRITTEN.
           DISPLAY 'CLIENTS SUPPRESSED: ' WS-SUPPRESSED.
           DISPLAY 'CLIENTS DECEASED..: ' WS-DECEASED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS09 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Processing date comes from the business calendar file, not the
      * machine clock; it stamps the contact-history rows so a
      * weekend catch-up run lands on the date it is working for.
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

      *-----------------------------------------------------------------
      * The CLIENT-KEY '0,0' header record carries CLIENT-RECORD-COUNT
      * rather than an actual client, the same way COBKS07's diff
              MOVE SPACES    TO REC-CRM-EXTRACT
              MOVE CLIENT-ID TO WS-CURRENT-ID
                                CRM-CLIENT-ID
              MOVE 'N'       TO WS-DECEASED-SW
              MOVE 'Y'       TO WS-PENDING-SW
           END-IF

           WHEN CLIENT-TYPE EQUAL 5
              MOVE CLIENT-EMPLOYER-NAME TO CRM-EMPLOYER-NAME
              MOVE CLIENT-HIRE-DATE     TO CRM-HIRE-DATE
           WHEN CLIENT-TYPE EQUAL 7
              IF CLIENT-DECEASED
                 MOVE 'Y'               TO WS-DECEASED-SW
              END-IF
           WHEN OTHER
              DISPLAY 'UNSUPPORTED REC TYPE: ' CLIENT-TYPE
           END-EVALUATE
      * A client on the do-not-contact list is dropped here, after the
      * profile is fully joined, so the suppressed count on the
      * control totals is a count of whole clients -- a regulatory
      * number, not a row count. A client COBKS34 has marked deceased
      * on the type-7 status row is dropped the same way and counted
      * on its own line.
      *-----------------------------------------------------------------
       P300-WRITE-PROFILE.

           PERFORM P310-CHECK-SUPPRESSION
           THRU    P310-CHECK-SUPPRESSION-EXIT

           EVALUATE TRUE
           WHEN WS-CLIENT-DECEASED
              ADD 1 TO WS-DECEASED
           WHEN WS-CLIENT-SUPPRESSED
              ADD 1 TO WS-SUPPRESSED
           WHEN OTHER
              WRITE REC-CRM-EXTRACT
              END-WRITE

              END-IF

              ADD 1 TO WS-CLIENTS-WRITTEN

              PERFORM P320-LOG-CONTACT
              THRU    P320-LOG-CONTACT-EXIT
           END-EVALUATE

           MOVE 'N' TO WS-PENDING-SW
           .
       P310-CHECK-SUPPRESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The CRM reaches the client by e-mail where the type-3 row has
      * one, otherwise by post, so the history records whichever of
      * the two the profile row carried.
      *-----------------------------------------------------------------
       P320-LOG-CONTACT.

           MOVE SPACES              TO REC-COMM-HIST
           MOVE CRM-CLIENT-ID       TO CH-CLIENT-ID
           MOVE 'CRM  '             TO CH-CHANNEL
           MOVE 'CRMPROF '          TO CH-DOC-TYPE
           MOVE WS-RUN-DATE         TO CH-BUSINESS-DATE
           MOVE 'COBKS09 '          TO CH-PROGRAM

           EVALUATE TRUE
           WHEN CRM-EMAIL NOT EQUAL SPACES
              MOVE 'E'              TO CH-ADDR-FORM
              MOVE CRM-EMAIL        TO CH-EMAIL
           WHEN CRM-ADDR-STREET NOT EQUAL SPACES
              MOVE 'P'              TO CH-ADDR-FORM
              MOVE CRM-ADDR-NUMBER  TO CH-ADDR-NUMBER
              MOVE CRM-ADDR-STREET  TO CH-ADDR-STREET
              MOVE CRM-ADDR-CITY    TO CH-ADDR-CITY
              MOVE CRM-ADDR-STATE   TO CH-ADDR-STATE
              MOVE CRM-ADDR-ZIP     TO CH-ADDR-ZIP
           WHEN OTHER
              CONTINUE
           END-EVALUATE

           WRITE REC-COMM-HIST
           END-WRITE

           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'WRITE COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P320-LOG-CONTACT-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE
