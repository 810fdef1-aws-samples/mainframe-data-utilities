           05  WS-CLIENT-DIGITS          PIC X(010) VALUE SPACES.
           05  WS-PHONE-WORK             PIC X(012) VALUE SPACES.
           05  WS-DIFS-NAME              PIC X(030) VALUE SPACES.
           05  WS-AKA-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-AKA-END                PIC 9(004) VALUE ZEROS.
           05  WS-SUB-AKA-IX             PIC 9(002) VALUE ZEROS.
           05  WS-AKA-HIT-NAME           PIC X(030) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      * fraud indicator or an active offense record into this table:
      * the personal record's name and phone plus the flags that
      * qualified the subject. Pass 2 screens each CLIENT against it.
      * The subject's active alias names, already rebuilt FIRST LAST,
      * go to WS-AKA-TABLE; the suspect entry points at its run.
      *-----------------------------------------------------------------
       01  WS-SUSPECT-TABLE.
           05  WS-SUS-CNT                PIC 9(003) VALUE ZEROS.
               10  WS-SUS-PHONE          PIC X(010).
               10  WS-SUS-FRAUD-IND      PIC X(003).
               10  WS-SUS-ACTIVE-OFF-SW  PIC X(001).
               10  WS-SUS-AKA-FIRST      PIC 9(004).
               10  WS-SUS-AKA-CNT        PIC 9(002).

       01  WS-AKA-TABLE.
           05  WS-AKA-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-AKA-NAME               PIC X(030)
                                         OCCURS 2000 TIMES.

       01  WS-SUBJECT-WORK.
           05  WS-SUB-CURRENT            PIC X(026) VALUE SPACES.
           05  WS-SUB-ACTIVE-OFF-SW      PIC X(001) VALUE 'N'.
           05  WS-SUB-HAVE-PERSONAL-SW   PIC X(001) VALUE 'N'.
               88  WS-SUB-HAVE-PERSONAL      VALUE 'Y'.
           05  WS-SUB-AKA-CNT            PIC 9(002) VALUE ZEROS.
           05  WS-SUB-AKA-NAME           PIC X(030)
                                         OCCURS 20 TIMES.

      *-----------------------------------------------------------------
      * Candidate matches held for ranked printing: 1 = name and
               10  WS-MAT-STATE-NO       PIC X(026).
               10  WS-MAT-FRAUD-IND      PIC X(003).
               10  WS-MAT-ACTIVE-OFF     PIC X(001).
               10  WS-MAT-AKA-NAME       PIC X(030).

       01  WS-SWITCHES.
           05  WS-DIFS-EOF-SW            PIC X(001) VALUE 'N'.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-MTC-ACTIVE             PIC X(008) VALUE SPACES.

       01  WS-MATCH-AKA-LINE.
           05  FILLER                    PIC X(019) VALUE SPACES.
           05  FILLER                    PIC X(009) VALUE 'AKA HIT: '.
           05  WS-MTC-AKA-NAME           PIC X(030) VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
                                  WS-SUB-FRAUD-IND
                   MOVE 'N'    TO WS-SUB-ACTIVE-OFF-SW
                                  WS-SUB-HAVE-PERSONAL-SW
                   MOVE ZEROS  TO WS-SUB-AKA-CNT
                END-IF

                PERFORM P120-NOTE-RECORD
              IF DB-ACTIVE
                 MOVE 'Y' TO WS-SUB-ACTIVE-OFF-SW
              END-IF
           WHEN DB-ALIAS-RECORD
              IF DB-ACTIVE AND WS-SUB-AKA-CNT LESS 20
                 ADD 1 TO WS-SUB-AKA-CNT
                 MOVE SPACES TO WS-SUB-AKA-NAME (WS-SUB-AKA-CNT)
                 STRING DB-AKA-FIRST-NAME DELIMITED BY '  '
                        ' '               DELIMITED BY SIZE
                        DB-AKA-LAST-NAME  DELIMITED BY '  '
                        INTO WS-SUB-AKA-NAME (WS-SUB-AKA-CNT)
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
                   TO WS-SUS-FRAUD-IND     (WS-SUS-CNT)
                 MOVE WS-SUB-ACTIVE-OFF-SW
                   TO WS-SUS-ACTIVE-OFF-SW (WS-SUS-CNT)

                 MOVE WS-AKA-CNT TO WS-SUS-AKA-FIRST (WS-SUS-CNT)
                 ADD 1           TO WS-SUS-AKA-FIRST (WS-SUS-CNT)
                 MOVE ZEROS      TO WS-SUS-AKA-CNT   (WS-SUS-CNT)
                                    WS-SUB-AKA-IX

                 PERFORM P135-HOLD-ONE-ALIAS
                 THRU    P135-HOLD-ONE-ALIAS-EXIT
                    UNTIL WS-SUB-AKA-IX NOT LESS WS-SUB-AKA-CNT
              ELSE
                 DISPLAY 'SUSPECT TABLE FULL. SUBJECT DROPPED: '
                          WS-SUB-CURRENT
       P130-HOLD-SUBJECT-EXIT.
           EXIT.

       P135-HOLD-ONE-ALIAS.

           ADD 1 TO WS-SUB-AKA-IX

           IF WS-AKA-CNT LESS 2000
              ADD 1 TO WS-AKA-CNT
                       WS-SUS-AKA-CNT (WS-SUS-CNT)
              MOVE WS-SUB-AKA-NAME (WS-SUB-AKA-IX)
                TO WS-AKA-NAME     (WS-AKA-CNT)
           ELSE
              DISPLAY 'ALIAS TABLE FULL. ALIAS DROPPED: '
                       WS-SUB-CURRENT
           END-IF
           .

       P135-HOLD-ONE-ALIAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Pass 2: the CLIENT file arrives in key order, so each id's
      * type-1 name and type-3 phone rows arrive together and the
      * Name comparison is FIRST LAST rebuilt from the DIFS fields
      * against the CLIENT free-text name; phone is the stripped
      * ten-digit string. Name-and-phone outranks name-only outranks
      * phone-only. When the primary name misses, the suspect's alias
      * names are tried; an alias hit ranks as a name hit and the
      * alias is carried to the report.
      *-----------------------------------------------------------------
       P340-MATCH-ONE-SUSPECT.

                     DELIMITED BY '  '
                  INTO WS-DIFS-NAME

           MOVE SPACES TO WS-AKA-HIT-NAME

           IF WS-CLIENT-NAME NOT EQUAL SPACES
              AND WS-CLIENT-NAME EQUAL WS-DIFS-NAME
              MOVE 'Y' TO WS-NAME-HIT-SW
           END-IF

           IF NOT WS-NAME-HIT
              AND WS-CLIENT-NAME NOT EQUAL SPACES
              AND WS-SUS-AKA-CNT (WS-SUS-IX) GREATER ZERO
              MOVE WS-SUS-AKA-FIRST (WS-SUS-IX) TO WS-AKA-IX
              COMPUTE WS-AKA-END = WS-SUS-AKA-FIRST (WS-SUS-IX)
                                 + WS-SUS-AKA-CNT   (WS-SUS-IX)

              PERFORM P345-MATCH-ONE-ALIAS
              THRU    P345-MATCH-ONE-ALIAS-EXIT
                 UNTIL WS-AKA-IX NOT LESS WS-AKA-END
                    OR WS-NAME-HIT
           END-IF

           IF WS-CLIENT-DIGITS NOT EQUAL SPACES
              AND WS-CLIENT-DIGITS EQUAL WS-SUS-PHONE (WS-SUS-IX)
              MOVE 'Y' TO WS-PHONE-HIT-SW
                   TO WS-MAT-FRAUD-IND  (WS-MAT-CNT)
                 MOVE WS-SUS-ACTIVE-OFF-SW (WS-SUS-IX)
                   TO WS-MAT-ACTIVE-OFF (WS-MAT-CNT)
                 MOVE WS-AKA-HIT-NAME
                   TO WS-MAT-AKA-NAME   (WS-MAT-CNT)
              ELSE
                 DISPLAY 'MATCH TABLE FULL. MATCH DROPPED: '
                          WS-CURRENT-ID
       P340-MATCH-ONE-SUSPECT-EXIT.
           EXIT.

       P345-MATCH-ONE-ALIAS.

           IF WS-CLIENT-NAME EQUAL WS-AKA-NAME (WS-AKA-IX)
              MOVE 'Y'                    TO WS-NAME-HIT-SW
              MOVE WS-AKA-NAME (WS-AKA-IX) TO WS-AKA-HIT-NAME
           END-IF

           ADD 1 TO WS-AKA-IX
           .

       P345-MATCH-ONE-ALIAS-EXIT.
           EXIT.

       P600-PRINT-RANKED.

           MOVE 1 TO WS-RANK-WANTED
              MOVE WS-MATCH-LINE TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT

              IF WS-MAT-AKA-NAME (WS-MAT-IX) NOT EQUAL SPACES
                 MOVE WS-MAT-AKA-NAME (WS-MAT-IX) TO WS-MTC-AKA-NAME
                 MOVE WS-MATCH-AKA-LINE TO WS-DETAIL-LINE
                 PERFORM P980-WRITE-DETAIL
                 THRU    P980-WRITE-DETAIL-EXIT
              END-IF
           END-IF
           .

