      * DB-OFFENSE-RECORD; DB-DETAIL-RECORD-TYPE (stamped by COBDF10
      * from the DIFSTAG feed) says which REDEFINES view applies. A
      * record that has not yet been stamped falls to WHEN OTHER below
      * along with any truly unrecognized DB-RECORD-TYPE. Alias
      * ('30') records print the also-known-as name with its source
      * and date, so the response shows every name the subject has
      * been filed under.
      *-----------------------------------------------------------------
       P300-PRINT-RECORD.

              PERFORM P310-PRINT-ANSWER-LINE
              THRU    P310-PRINT-ANSWER-LINE-EXIT

           WHEN DB-ALIAS-RECORD
              MOVE 'AKA NAME'       TO WS-ANS-LABEL
              MOVE SPACES           TO WS-ANS-VALUE
              STRING DB-AKA-LAST-NAME  DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     DB-AKA-FIRST-NAME DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     DB-AKA-MIDDLE-INIT
                                       DELIMITED BY SIZE
                     INTO WS-ANS-VALUE
              PERFORM P310-PRINT-ANSWER-LINE
              THRU    P310-PRINT-ANSWER-LINE-EXIT

              MOVE 'AKA TYPE'       TO WS-ANS-LABEL
              EVALUATE TRUE
              WHEN DB-AKA-MAIDEN
                 MOVE 'MAIDEN NAME'     TO WS-ANS-VALUE
              WHEN DB-AKA-NICKNAME
                 MOVE 'NICKNAME'        TO WS-ANS-VALUE
              WHEN DB-AKA-TRANSPOSED
                 MOVE 'TRANSPOSED NAME' TO WS-ANS-VALUE
              WHEN OTHER
                 MOVE 'OTHER'           TO WS-ANS-VALUE
              END-EVALUATE
              PERFORM P310-PRINT-ANSWER-LINE
              THRU    P310-PRINT-ANSWER-LINE-EXIT

              MOVE 'AKA SOURCE'     TO WS-ANS-LABEL
              MOVE DB-AKA-SOURCE    TO WS-ANS-VALUE
              PERFORM P310-PRINT-ANSWER-LINE
              THRU    P310-PRINT-ANSWER-LINE-EXIT

              MOVE 'AKA DATE'       TO WS-ANS-LABEL
              MOVE SPACES           TO WS-ANS-VALUE
              STRING DB-AKA-MM DELIMITED BY SIZE
                     '/'       DELIMITED BY SIZE
                     DB-AKA-DD DELIMITED BY SIZE
                     '/'       DELIMITED BY SIZE
                     DB-AKA-YY DELIMITED BY SIZE
                     INTO WS-ANS-VALUE
              PERFORM P310-PRINT-ANSWER-LINE
              THRU    P310-PRINT-ANSWER-LINE-EXIT

           WHEN DB-OFFENSE-RECORD AND DB-DETAIL-POLICE
              MOVE 'DETAIL TYPE'    TO WS-ANS-LABEL
              MOVE 'POLICE'         TO WS-ANS-VALUE
