      * history for chain of custody -- into one paginated document
      * closed by a certification and signature block. The packet
      * pull itself is logged to ACCESSLG like any other access.
      * A card carrying an investigative case number instead of a
      * subject builds one such packet for every subject linked to
      * the case on CASEMBRF (see COBDF40), each headed with the case.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF34.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT CASEMSTF ASSIGN TO CASEMSTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CSM-CASE-NO
                  FILE STATUS   IS WS-FS-CASEMSTF.

           SELECT CASEMBRF ASSIGN TO CASEMBRF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CMB-KEY
                  FILE STATUS   IS WS-FS-CASEMBRF.

           SELECT TOKVAULT ASSIGN TO TOKVAULT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TV-KEY
                  ALTERNATE RECORD KEY IS TV-TOKEN
                  FILE STATUS   IS WS-FS-TOKVAULT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03  PKT-ID-STATE              PIC  X(002).
           03  PKT-ID-NO                 PIC  X(024).
           03  PKT-REQUESTOR             PIC  X(008).
           03  PKT-CASE-NO               PIC  X(012).
           03  FILLER                    PIC  X(034).

       FD  DIFS.


       01  REC-REPORT-LINE               PIC  X(080).

       FD  CASEMSTF.

       COPY CASEMSTF.

       FD  CASEMBRF.

       COPY CASEMBRF.

       FD  TOKVAULT.

       COPY TOKVLTF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-SCOREF              PIC X(002) VALUE SPACES.
           05  WS-FS-ACCESSLG            PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-TOKVAULT            PIC X(002) VALUE SPACES.
           05  WS-FS-CASEMSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-CASEMBRF            PIC X(002) VALUE SPACES.
           05  WS-CARDS-READ             PIC 9(003) VALUE ZEROS.
           05  WS-PACKETS-BUILT          PIC 9(003) VALUE ZEROS.
           05  WS-CASES-PACKETED         PIC 9(003) VALUE ZEROS.
           05  WS-CASES-NOT-FOUND        PIC 9(003) VALUE ZEROS.
           05  WS-SUBJECT-KEY            PIC X(026) VALUE SPACES.
           05  WS-PACKET-CASE-NO         PIC X(012) VALUE SPACES.
           05  WS-LAST-CASE-SUBJECT      PIC X(026) VALUE SPACES.
           05  WS-CHECK-TOTAL            PIC S9(009)V99 VALUE ZEROS.
           05  WS-OFF-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-BEST-IX                PIC 9(003) VALUE ZEROS.
               88  WS-ACC-EOF                VALUE 'Y'.
           05  WS-PERSONAL-SEEN-SW       PIC X(001) VALUE 'N'.
               88  WS-PERSONAL-SEEN          VALUE 'Y'.
           05  WS-CASES-DEFINED-SW       PIC X(001) VALUE 'Y'.
               88  WS-CASES-DEFINED          VALUE 'Y'.
           05  WS-MEMBER-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-MEMBER-EOF             VALUE 'Y'.

       01  WS-ANSWER-LINE.
           05  FILLER                    PIC X(002) VALUE SPACES.
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * SSN tokenizing routine storage (see SSNTKWK.cpy/SSNTKRT.cpy).
      *-----------------------------------------------------------------
       COPY SSNTKWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF34 STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBDF34 ' TO WS-TKN-PROGRAM

           PERFORM P984-OPEN-TOKEN-VAULT
           THRU    P984-OPEN-TOKEN-VAULT-EXIT

      *-----------------------------------------------------------------
      * The case files are only needed for case cards; a shop that has
      * not yet opened a case (status 35) still runs subject packets.
      *-----------------------------------------------------------------
           OPEN INPUT CASEMSTF.

           EVALUATE TRUE
           WHEN WS-FS-CASEMSTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-CASEMSTF EQUAL '35'
              MOVE 'N' TO WS-CASES-DEFINED-SW
           WHEN OTHER
              DISPLAY 'OPEN CASEMSTF FS:' WS-FS-CASEMSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           IF WS-CASES-DEFINED
              OPEN INPUT CASEMBRF

              EVALUATE TRUE
              WHEN WS-FS-CASEMBRF EQUAL '00'
                 CONTINUE
              WHEN WS-FS-CASEMBRF EQUAL '35'
                 MOVE 'N' TO WS-CASES-DEFINED-SW

                 CLOSE CASEMSTF
              WHEN OTHER
                 DISPLAY 'OPEN CASEMBRF FS:' WS-FS-CASEMBRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-EVALUATE
           END-IF

           MOVE 'COURT EVIDENCE PACKET'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF34 '          TO WS-RPT-PROGRAM
                MOVE 'Y' TO WS-CARDS-EOF-SW
           END-READ

           PERFORM P100-PROCESS-CARD
           THRU    P100-PROCESS-CARD-EXIT
              UNTIL WS-CARDS-EOF

           CLOSE PKTCARDS.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE TOKVAULT.
           IF WS-FS-TOKVAULT NOT EQUAL '00'
              DISPLAY 'CLOSE TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-CASES-DEFINED
              CLOSE CASEMSTF
              IF WS-FS-CASEMSTF NOT EQUAL '00'
                 DISPLAY 'CLOSE CASEMSTF FS:' WS-FS-CASEMSTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE CASEMBRF
              IF WS-FS-CASEMBRF NOT EQUAL '00'
                 DISPLAY 'CLOSE CASEMBRF FS:' WS-FS-CASEMBRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ....: ' WS-CARDS-READ.
           DISPLAY 'PACKETS BUILT.: ' WS-PACKETS-BUILT.
           DISPLAY 'CASES PACKETED: ' WS-CASES-PACKETED.
           DISPLAY 'CASES NOT FND.: ' WS-CASES-NOT-FOUND.
           DISPLAY 'TOKENIZED.....: ' WS-TKN-SENT.
           DISPLAY 'NEW TOKENS....: ' WS-TKN-ASSIGNED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF34 FINISHED'.
           STOP RUN.

      *-----------------------------------------------------------------
      * A subject card builds one packet; a case card builds one for
      * each subject linked to the case.
      *-----------------------------------------------------------------
       P100-PROCESS-CARD.

           ADD 1 TO WS-CARDS-READ

           IF PKT-CASE-NO EQUAL SPACES
              MOVE SPACES TO WS-PACKET-CASE-NO
              MOVE SPACES TO WS-SUBJECT-KEY
              MOVE PKT-ID-STATE TO WS-SUBJECT-KEY (1:2)
              MOVE PKT-ID-NO    TO WS-SUBJECT-KEY (3:24)

              PERFORM P110-BUILD-ONE-PACKET
              THRU    P110-BUILD-ONE-PACKET-EXIT
           ELSE
              PERFORM P150-BUILD-CASE-PACKETS
              THRU    P150-BUILD-CASE-PACKETS-EXIT
           END-IF

           READ PKTCARDS
             AT END
                MOVE 'Y' TO WS-CARDS-EOF-SW
           END-READ
           .

       P100-PROCESS-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One packet per subject, each opening on a fresh page (the line
      * counter is forced past the page maximum so P980's next detail
      * line starts one). The packet leaves the building, so a
      * subject filed under the SSN is headed with its token and the
      * SSAN line carries the token too (see SSNTKRT.cpy).
      *-----------------------------------------------------------------
       P110-BUILD-ONE-PACKET.

           MOVE 999 TO WS-RPT-LINE-CTR

           MOVE WS-SUBJECT-KEY (3:24) TO WS-TKN-ID-NO
           PERFORM P987-TOKENIZE-ID-NO
           THRU    P987-TOKENIZE-ID-NO-EXIT

           MOVE SPACES TO WS-ANSWER-LINE
           MOVE 'SUBJECT'        TO WS-ANS-LABEL
           MOVE WS-SUBJECT-KEY (1:2) TO WS-ANS-VALUE (1:2)
           MOVE WS-TKN-ID-NO     TO WS-ANS-VALUE (3:24)
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT

           IF WS-PACKET-CASE-NO NOT EQUAL SPACES
              MOVE 'CASE'           TO WS-ANS-LABEL
              MOVE SPACES           TO WS-ANS-VALUE
              STRING WS-PACKET-CASE-NO DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     CSM-TITLE         DELIMITED BY SIZE
                     INTO WS-ANS-VALUE
              PERFORM P910-PRINT-ANSWER-LINE
              THRU    P910-PRINT-ANSWER-LINE-EXIT

              MOVE 'INVESTIGATOR'   TO WS-ANS-LABEL
              MOVE CSM-LEAD-INVESTIGATOR
                                    TO WS-ANS-VALUE
              PERFORM P910-PRINT-ANSWER-LINE
              THRU    P910-PRINT-ANSWER-LINE-EXIT
           END-IF

           MOVE 'PREPARED FOR'   TO WS-ANS-LABEL
           MOVE PKT-REQUESTOR    TO WS-ANS-VALUE
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P800-LOG-ACCESS-EXIT

           ADD 1 TO WS-PACKETS-BUILT
           .

       P110-BUILD-ONE-PACKET-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The case's members come back grouped by subject (see
      * CASEMBRF.cpy), so a packet is built on each change of subject.
      * Whether the subject was linked whole or through single offense
      * records, the packet covers everything held for the subject.
      *-----------------------------------------------------------------
       P150-BUILD-CASE-PACKETS.

           MOVE 'N' TO WS-MEMBER-EOF-SW

           IF WS-CASES-DEFINED
              MOVE PKT-CASE-NO TO CSM-CASE-NO

              READ CASEMSTF
                INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-EOF-SW
              END-READ
           ELSE
              MOVE 'Y' TO WS-MEMBER-EOF-SW
           END-IF

           IF WS-MEMBER-EOF
              DISPLAY 'CASE NOT ON FILE: ' PKT-CASE-NO
              ADD 1 TO WS-CASES-NOT-FOUND
           ELSE
              ADD 1 TO WS-CASES-PACKETED

              MOVE PKT-CASE-NO TO WS-PACKET-CASE-NO
              MOVE SPACES      TO WS-LAST-CASE-SUBJECT

              MOVE LOW-VALUES  TO CMB-KEY
              MOVE PKT-CASE-NO TO CMB-CASE-NO

              START CASEMBRF KEY IS NOT LESS THAN CMB-KEY
                INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-EOF-SW
              END-START

              PERFORM P160-NEXT-CASE-MEMBER
              THRU    P160-NEXT-CASE-MEMBER-EXIT
                 UNTIL WS-MEMBER-EOF
           END-IF
           .

       P150-BUILD-CASE-PACKETS-EXIT.
           EXIT.

       P160-NEXT-CASE-MEMBER.

           READ CASEMBRF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-MEMBER-EOF-SW
             NOT AT END
                IF CMB-CASE-NO NOT EQUAL PKT-CASE-NO
                   MOVE 'Y' TO WS-MEMBER-EOF-SW
                ELSE
                   IF CMB-ID-STATE-NUMBER NOT EQUAL
                      WS-LAST-CASE-SUBJECT
                      MOVE CMB-ID-STATE-NUMBER
                                       TO WS-LAST-CASE-SUBJECT
                                          WS-SUBJECT-KEY

                      PERFORM P110-BUILD-ONE-PACKET
                      THRU    P110-BUILD-ONE-PACKET-EXIT
                   END-IF
                END-IF
           END-READ
           .

       P160-NEXT-CASE-MEMBER-EXIT.
           EXIT.

       P200-PULL-SUBJECT.
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT

           MOVE DB-SSAN          TO WS-TKN-SSAN
           PERFORM P986-TOKENIZE-SSAN
           THRU    P986-TOKENIZE-SSAN-EXIT

           MOVE 'SSAN TOKEN'     TO WS-ANS-LABEL
           MOVE WS-TKN-TOKEN     TO WS-ANS-VALUE
           PERFORM P910-PRINT-ANSWER-LINE
           THRU    P910-PRINT-ANSWER-LINE-EXIT

           EXIT.

       COPY RPTWRT.

       COPY SSNTKRT.
