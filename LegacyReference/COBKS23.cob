           SELECT LTREXTF  ASSIGN TO LTREXTF
                  FILE STATUS IS WS-FS-LTREXTF.

           SELECT COMMHSTF ASSIGN TO COMMHSTF
                  FILE STATUS IS WS-FS-COMMHSTF.

           SELECT SUPPRESF ASSIGN TO SUPPRESF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
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

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           03  LTR-ADDR-ZIP              PIC  X(005).
           03  FILLER                    PIC  X(014).

       FD  COMMHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       COPY COMMHSTF.

       FD  SUPPRESF.

       COPY SUPPRESF.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-LTREXTF             PIC X(002) VALUE SPACES.
           05  WS-FS-COMMHSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-SUPPRESF            PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-CLIENTS-JUDGED         PIC 9(009) VALUE ZEROS.
           05  WS-LETTERS                PIC 9(009) VALUE ZEROS.
           05  WS-NO-ADDRESS             PIC 9(009) VALUE ZEROS.
           05  WS-UNDELIVERABLE          PIC 9(009) VALUE ZEROS.
           05  WS-SUPPRESSED             PIC 9(009) VALUE ZEROS.
           05  WS-DECEASED               PIC 9(009) VALUE ZEROS.
           05  WS-BAD-BDATES             PIC 9(009) VALUE ZEROS.
           05  WS-MILE-IX                PIC 9(001) VALUE ZEROS.
           05  WS-CURRENT-ID             PIC 9(009) VALUE ZEROS.
               88  WS-CLI-HAVE-T1            VALUE 'Y'.
           05  WS-CLI-HAVE-ADDR-SW       PIC X(001) VALUE 'N'.
               88  WS-CLI-HAVE-ADDR          VALUE 'Y'.
           05  WS-CLI-UNDELIV-SW         PIC X(001) VALUE 'N'.
               88  WS-CLI-UNDELIVERABLE      VALUE 'Y'.
           05  WS-CLI-DECEASED-SW        PIC X(001) VALUE 'N'.
               88  WS-CLI-DECEASED           VALUE 'Y'.

       01  WS-BDATE-CHECK.
           05  WS-BDATE-MM               PIC X(02).
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * COMMHSTF is opened EXTEND: each letter extracted is appended
      * to the same contact history the CRM, statement and
      * acknowledgment extracts write.
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

           DISPLAY 'CLIENTS JUDGED....: ' WS-CLIENTS-JUDGED.
           DISPLAY 'LETTERS EXTRACTED.: ' WS-LETTERS.
           DISPLAY 'NO MAILING ADDRESS: ' WS-NO-ADDRESS.
           DISPLAY 'ADDR UNDELIVERABLE: ' WS-UNDELIVERABLE.
           DISPLAY 'CLIENTS SUPPRESSED: ' WS-SUPPRESSED.
           DISPLAY 'CLIENTS DECEASED..: ' WS-DECEASED.
           DISPLAY 'UNPARSEABLE BDATES: ' WS-BAD-BDATES.
           DISPLAY '--------------------'.

              MOVE ZEROS     TO WS-CLI-ADDR-NUMBER
              MOVE 'N'       TO WS-CLI-HAVE-T1-SW
                                WS-CLI-HAVE-ADDR-SW
                                WS-CLI-UNDELIV-SW
                                WS-CLI-DECEASED-SW
              MOVE 'Y'       TO WS-PENDING-SW
           END-IF

              MOVE 'Y'           TO WS-CLI-HAVE-T1-SW
              MOVE CLIENT-NAME   TO WS-CLI-NAME
              MOVE CLIENT-BDATE  TO WS-CLI-BDATE
           WHEN CLIENT-TYPE EQUAL 2
                AND CLIENT-ADDR-UNDELIVERABLE
              MOVE 'Y'                TO WS-CLI-UNDELIV-SW
           WHEN CLIENT-TYPE EQUAL 2
              MOVE 'Y'                TO WS-CLI-HAVE-ADDR-SW
              MOVE CLIENT-ADDR-NUMBER TO WS-CLI-ADDR-NUMBER
              MOVE CLIENT-ADDR-CITY   TO WS-CLI-ADDR-CITY
              MOVE CLIENT-ADDR-STATE  TO WS-CLI-ADDR-STATE
              MOVE CLIENT-ADDR-ZIP    TO WS-CLI-ADDR-ZIP
           WHEN CLIENT-TYPE EQUAL 7
              IF CLIENT-DECEASED
                 MOVE 'Y'             TO WS-CLI-DECEASED-SW
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
      * CLIENT-BDATE is MM/DD/YYYY text, edited with the same rules
      * the loaders apply. A client whose milestone birthday falls
      * between the processing date and the end of the lead window
      * extracts one letter row per milestone crossed. A client marked
      * deceased on the type-7 status row (COBKS34) gets no letter,
      * nor does one whose address COBKS38 has marked undeliverable
      * until a loader update replaces it.
      *-----------------------------------------------------------------
       P300-JUDGE-CLIENT.

              THRU    P305-CHECK-SUPPRESSION-EXIT

              EVALUATE TRUE
              WHEN WS-CLI-DECEASED
                 ADD 1 TO WS-DECEASED
              WHEN WS-CLIENT-SUPPRESSED
                 ADD 1 TO WS-SUPPRESSED
              WHEN WS-BDATE-OK
           IF WS-MILE-DAYNO NOT LESS WS-RUN-DAYNO
              AND WS-MILE-DAYNO NOT GREATER WS-WINDOW-END

              EVALUATE TRUE
              WHEN WS-CLI-HAVE-ADDR
                 PERFORM P400-WRITE-LETTER
                 THRU    P400-WRITE-LETTER-EXIT
              WHEN WS-CLI-UNDELIVERABLE
                 ADD 1 TO WS-UNDELIVERABLE
                 DISPLAY 'MILESTONE BUT ADDRESS UNDELIVERABLE: '
                          WS-CURRENT-ID
              WHEN OTHER
                 ADD 1 TO WS-NO-ADDRESS
                 DISPLAY 'MILESTONE BUT NO MAILING ADDRESS: '
                          WS-CURRENT-ID
              END-EVALUATE
           END-IF
           .


           ADD 1 TO WS-LETTERS
                    WS-MILE-COUNT (WS-MILE-IX)

           MOVE SPACES              TO REC-COMM-HIST
           MOVE WS-CURRENT-ID       TO CH-CLIENT-ID
           MOVE 'MAIL '             TO CH-CHANNEL
           MOVE 'MILESTON'          TO CH-DOC-TYPE
           MOVE WS-RUN-DATE         TO CH-BUSINESS-DATE
           MOVE 'P'                 TO CH-ADDR-FORM
           MOVE WS-CLI-ADDR-NUMBER  TO CH-ADDR-NUMBER
           MOVE WS-CLI-ADDR-STREET  TO CH-ADDR-STREET
           MOVE WS-CLI-ADDR-CITY    TO CH-ADDR-CITY
           MOVE WS-CLI-ADDR-STATE   TO CH-ADDR-STATE
           MOVE WS-CLI-ADDR-ZIP     TO CH-ADDR-ZIP
           MOVE 'COBKS23 '          TO CH-PROGRAM

           WRITE REC-COMM-HIST
           END-WRITE

           IF WS-FS-COMMHSTF NOT EQUAL '00'
              DISPLAY 'WRITE COMMHSTF FS:' WS-FS-COMMHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P400-WRITE-LETTER-EXIT.
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'CLIENTS DECEASED'  TO WS-RPT-LABEL
           MOVE WS-DECEASED         TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'NO MAILING ADDRESS' TO WS-RPT-LABEL
           MOVE WS-NO-ADDRESS       TO WS-RPT-COUNT
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'ADDR UNDELIVERABLE' TO WS-RPT-LABEL
           MOVE WS-UNDELIVERABLE    TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'UNPARSEABLE BDATES' TO WS-RPT-LABEL
           MOVE WS-BAD-BDATES       TO WS-RPT-COUNT
