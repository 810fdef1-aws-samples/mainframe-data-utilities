           05  WS-OFFENSES-LISTED        PIC 9(005) VALUE ZEROS.
           05  WS-MATCH-IX               PIC 9(003) VALUE ZEROS.
           05  WS-SEARCH-SSAN            PIC X(009) VALUE SPACES.
           05  WS-ALIAS-HITS             PIC 9(005) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

           05  WS-SDX-IX                 PIC 9(002) VALUE ZEROS.
           05  WS-SDX-OUT-IX             PIC 9(001) VALUE ZEROS.

      *-----------------------------------------------------------------
      * The subject the walk is currently inside. The personal ('10')
      * record leads the subject's key range, so its name, SSN and
      * fraud flag are on hand by the time an alias ('30') record of
      * the same subject answers the search.
      *-----------------------------------------------------------------
       01  WS-CURRENT-SUBJECT.
           05  WS-CUR-STATE-NO           PIC X(026) VALUE SPACES.
           05  WS-CUR-LAST               PIC X(018) VALUE SPACES.
           05  WS-CUR-FIRST              PIC X(012) VALUE SPACES.
           05  WS-CUR-SSAN               PIC X(009) VALUE SPACES.
           05  WS-CUR-FRAUD              PIC X(003) VALUE SPACES.
           05  WS-CUR-REPORTED-SW        PIC X(001) VALUE 'N'.
               88  WS-CUR-REPORTED           VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-PHONETIC-HIT-SW        PIC X(001) VALUE 'N'.
               88  WS-PHONETIC-HIT           VALUE 'Y'.
           05  WS-ALIAS-HIT-SW           PIC X(001) VALUE 'N'.
               88  WS-ALIAS-HIT              VALUE 'Y'.

       01  WS-SUBJ-LINE.
           05  WS-SUBJ-STATE-NO          PIC X(026) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SUBJ-MATCH-FLAG        PIC X(004) VALUE SPACES.

       01  WS-AKA-LINE.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(004) VALUE 'AKA '.
           05  WS-AKA-LAST               PIC X(018) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-AKA-FIRST              PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-AKA-SOURCE             PIC X(024) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-AKA-DATE               PIC X(008) VALUE SPACES.

       01  WS-OFFN-LINE.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-OFFN-TYPE              PIC X(008) VALUE SPACES.
           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED...: ' WS-SCANNED.
           DISPLAY 'SUBJECTS FOUND....: ' WS-SUBJECTS-FOUND.
           DISPLAY 'ALIAS HITS........: ' WS-ALIAS-HITS.
           DISPLAY 'OFFENSES LISTED...: ' WS-OFFENSES-LISTED.
           DISPLAY '--------------------'.

                   MOVE 'Y' TO WS-EOF-SW
                ELSE
                   IF DB-PERSONAL-RECORD
                      PERFORM P270-NOTE-SUBJECT
                      THRU    P270-NOTE-SUBJECT-EXIT

                      PERFORM P400-REPORT-SUBJECT
                      THRU    P400-REPORT-SUBJECT-EXIT
                   END-IF
      * Name path: no index carries the name, so this is the same
      * full-file walk the on-request scan job used to be -- but in
      * process with the SSN path and the offense listing, so one
      * submit still answers the whole question. An active alias
      * ('30') record whose name matches answers for its subject too.
      *-----------------------------------------------------------------
       P200-SEARCH-BY-NAME.

             NOT AT END
                ADD 1 TO WS-SCANNED

                PERFORM P270-NOTE-SUBJECT
                THRU    P270-NOTE-SUBJECT-EXIT

                EVALUATE TRUE
                WHEN DB-PERSONAL-RECORD
                   AND DB-LAST-NAME EQUAL WS-SRCH-LAST-NAME
                   AND (WS-SRCH-FIRST-NAME EQUAL SPACES
                      OR DB-FIRST-NAME EQUAL WS-SRCH-FIRST-NAME)
                   PERFORM P400-REPORT-SUBJECT
                   THRU    P400-REPORT-SUBJECT-EXIT
                WHEN DB-ALIAS-RECORD AND DB-ACTIVE
                   AND DB-AKA-LAST-NAME EQUAL WS-SRCH-LAST-NAME
                   AND (WS-SRCH-FIRST-NAME EQUAL SPACES
                      OR DB-AKA-FIRST-NAME EQUAL WS-SRCH-FIRST-NAME)
                   PERFORM P410-REPORT-ALIAS-HIT
                   THRU    P410-REPORT-ALIAS-HIT-EXIT
                WHEN OTHER
                   CONTINUE
                END-EVALUATE
           END-READ
           .

      * search, but matching on the soundex code of the last name --
      * narrowed by the card's first initial when one is keyed --
      * and the hits flagged PHON on the report so investigations
      * knows a spelling variant answered. Alias names are coded the
      * same way; a subject found only through one is flagged AKAP.
      *-----------------------------------------------------------------
       P250-SEARCH-PHONETIC.

             NOT AT END
                ADD 1 TO WS-SCANNED

                PERFORM P270-NOTE-SUBJECT
                THRU    P270-NOTE-SUBJECT-EXIT

                EVALUATE TRUE
                WHEN DB-PERSONAL-RECORD
                   AND (WS-SRCH-FIRST-NAME (1:1) EQUAL SPACES
                      OR DB-FIRST-NAME (1:1)
                         EQUAL WS-SRCH-FIRST-NAME (1:1))
                      THRU    P400-REPORT-SUBJECT-EXIT
                      MOVE 'N' TO WS-PHONETIC-HIT-SW
                   END-IF

                WHEN DB-ALIAS-RECORD AND DB-ACTIVE
                   AND (WS-SRCH-FIRST-NAME (1:1) EQUAL SPACES
                      OR DB-AKA-FIRST-NAME (1:1)
                         EQUAL WS-SRCH-FIRST-NAME (1:1))

                   MOVE DB-AKA-LAST-NAME TO WS-SDX-NAME

                   PERFORM P500-SOUNDEX
                   THRU    P500-SOUNDEX-EXIT

                   IF WS-SDX-CODE EQUAL WS-SDX-SEARCH-CODE
                      MOVE 'Y' TO WS-PHONETIC-HIT-SW
                      PERFORM P410-REPORT-ALIAS-HIT
                      THRU    P410-REPORT-ALIAS-HIT-EXIT
                      MOVE 'N' TO WS-PHONETIC-HIT-SW
                   END-IF

                WHEN OTHER
                   CONTINUE
                END-EVALUATE
           END-READ
           .

       P260-READ-NEXT-PHONETIC-EXIT.
           EXIT.

       P270-NOTE-SUBJECT.

           IF DB-ID-STATE-NUMBER NOT EQUAL WS-CUR-STATE-NO
              MOVE SPACES             TO WS-CURRENT-SUBJECT
              MOVE DB-ID-STATE-NUMBER TO WS-CUR-STATE-NO
              MOVE 'N'                TO WS-CUR-REPORTED-SW
           END-IF

           IF DB-PERSONAL-RECORD
              MOVE DB-LAST-NAME          TO WS-CUR-LAST
              MOVE DB-FIRST-NAME         TO WS-CUR-FIRST
              MOVE DB-SSAN               TO WS-CUR-SSAN
              MOVE DB-TR-FRAUD-INDICATOR TO WS-CUR-FRAUD
           END-IF
           .

       P270-NOTE-SUBJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Classic soundex: keep the first letter, map the rest onto the
      * six consonant classes, drop vowels and H/W/Y, collapse

           ADD 1 TO WS-SUBJECTS-FOUND

           MOVE 'Y'                  TO WS-CUR-REPORTED-SW

           MOVE SPACES               TO WS-SUBJ-LINE
           MOVE WS-CUR-STATE-NO      TO WS-SUBJ-STATE-NO
           MOVE WS-CUR-LAST          TO WS-SUBJ-LAST
           MOVE WS-CUR-FIRST         TO WS-SUBJ-FIRST
           MOVE WS-CUR-SSAN          TO WS-SUBJ-SSAN
           MOVE WS-CUR-FRAUD         TO WS-SUBJ-FRAUD

           EVALUATE TRUE
           WHEN WS-ALIAS-HIT AND WS-PHONETIC-HIT
              MOVE 'AKAP' TO WS-SUBJ-MATCH-FLAG
           WHEN WS-ALIAS-HIT
              MOVE 'AKA'  TO WS-SUBJ-MATCH-FLAG
           WHEN WS-PHONETIC-HIT
              MOVE 'PHON' TO WS-SUBJ-MATCH-FLAG
           WHEN OTHER
              CONTINUE
           END-EVALUATE

           MOVE WS-SUBJ-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL

           IF WS-MATCH-CNT LESS 100
              ADD 1 TO WS-MATCH-CNT
              MOVE WS-CUR-STATE-NO
                TO WS-MATCH-ENTRY (WS-MATCH-CNT)
           ELSE
              DISPLAY 'MATCH TABLE FULL. OFFENSES NOT LISTED FOR: '
                       WS-CUR-STATE-NO
           END-IF
           .

       P400-REPORT-SUBJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An alias answered: the subject line goes out once -- flagged
      * AKA, or AKAP on the phonetic path -- unless the primary name
      * or an earlier alias already reported it, and each alias that
      * hit is listed under it so the reader sees which name matched.
      *-----------------------------------------------------------------
       P410-REPORT-ALIAS-HIT.

           ADD 1 TO WS-ALIAS-HITS

           IF NOT WS-CUR-REPORTED
              MOVE 'Y' TO WS-ALIAS-HIT-SW
              PERFORM P400-REPORT-SUBJECT
              THRU    P400-REPORT-SUBJECT-EXIT
              MOVE 'N' TO WS-ALIAS-HIT-SW
           END-IF

           MOVE DB-AKA-LAST-NAME  TO WS-AKA-LAST
           MOVE DB-AKA-FIRST-NAME TO WS-AKA-FIRST
           MOVE DB-AKA-SOURCE     TO WS-AKA-SOURCE
           MOVE SPACES            TO WS-AKA-DATE
           STRING DB-AKA-MM DELIMITED BY SIZE
                  '/'       DELIMITED BY SIZE
                  DB-AKA-DD DELIMITED BY SIZE
                  '/'       DELIMITED BY SIZE
                  DB-AKA-YY DELIMITED BY SIZE
                  INTO WS-AKA-DATE

           MOVE WS-AKA-LINE       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P410-REPORT-ALIAS-HIT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Second pass, primary key: for every matched subject, browse
      * the same DB-ID-STATE-NUMBER and list the offense ('20')
