           05  WS-TYPE3-COUNT            PIC 9(009) VALUE ZEROS.
           05  WS-TYPE5-COUNT            PIC 9(009) VALUE ZEROS.
           05  WS-TYPE6-COUNT            PIC 9(009) VALUE ZEROS.
           05  WS-TYPE7-COUNT            PIC 9(009) VALUE ZEROS.
           05  WS-OTHER-COUNT            PIC 9(009) VALUE ZEROS.
           05  WS-ORPHANS                PIC 9(009) VALUE ZEROS.
           05  WS-NO-ADDRESS             PIC 9(009) VALUE ZEROS.
               88  WS-HAS-TYPE5              VALUE 'Y'.
           05  WS-HAS-TYPE6-SW           PIC X(001) VALUE 'N'.
               88  WS-HAS-TYPE6              VALUE 'Y'.
           05  WS-HAS-TYPE7-SW           PIC X(001) VALUE 'N'.
               88  WS-HAS-TYPE7              VALUE 'Y'.

       01  WS-RPT-LINE.
           05  WS-RPT-FINDING            PIC X(014) VALUE SPACES.
                                WS-HAS-TYPE3-SW
                                WS-HAS-TYPE5-SW
                                WS-HAS-TYPE6-SW
                                WS-HAS-TYPE7-SW
              MOVE CLIENT-ID TO WS-CURRENT-ID
              MOVE 'Y'       TO WS-PENDING-SW
           END-IF
           WHEN CLIENT-TYPE EQUAL 6
              MOVE 'Y' TO WS-HAS-TYPE6-SW
              ADD 1 TO WS-TYPE6-COUNT
           WHEN CLIENT-TYPE EQUAL 7
              MOVE 'Y' TO WS-HAS-TYPE7-SW
              ADD 1 TO WS-TYPE7-COUNT
           WHEN OTHER
              ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           IF WS-HAS-TYPE6
              MOVE '6 '    TO WS-RPT-TYPES (9:2)
           END-IF
           IF WS-HAS-TYPE7
              MOVE '7 '    TO WS-RPT-TYPES (11:2)
           END-IF

           IF NOT WS-HAS-TYPE1
              MOVE 'ORPHAN'       TO WS-RPT-FINDING
           MOVE WS-RPT-COUNT-LINE   TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'TYPE 7 ROWS'       TO WS-RPT-CNT-LABEL
           MOVE WS-TYPE7-COUNT      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO REC-REPORT-LINE
           WRITE REC-REPORT-LINE

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'OTHER TYPES'       TO WS-RPT-CNT-LABEL
           MOVE WS-OTHER-COUNT      TO WS-RPT-CNT-VALUE
