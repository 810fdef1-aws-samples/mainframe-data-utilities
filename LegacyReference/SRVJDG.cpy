      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Field-level survivorship paragraphs, copied into the PROCEDURE
      * DIVISION of each CLIENT loader alongside the SRVTBL.cpy
      * working storage. The host program must provide the TRUSTF
      * (TRUSTF.cpy, random access) and SRVLOSF (SRVLOSF.cpy) files;
      * a CLIENT record whose CLIENT-SRC-STAMPS view carries the four
      * 16-byte feed/date stamps in the last 64 bytes of CLIENT-MAIN;
      * WS-BEFORE-IMAGE, WS-FEED-ID, WS-BUSINESS-DATE, WS-RESTART-COUNT,
      * REC-INPUT, WS-REJECT-SW, WS-KSD-DISP/WS-KSD-REASON with
      * P910-WRITE-DISPOSITION, the abend context fields and
      * P999-ERROR, and the RPTHDG.cpy/RPTWRT.cpy report block -- the
      * same names both nightly loaders already use.
      *
      * For an update, each field group on the card is judged against
      * the feed stamped on the stored group: the incoming value wins
      * unless the stored feed outranks it on TRUSTF. Groups never
      * stamped, or last set by the same feed, always take the new
      * value, so a feed left off TRUSTF behaves as before. A card
      * that loses every group is held back whole and acknowledged to
      * its sender as reason SURV.
      *-----------------------------------------------------------------
       P270-OPEN-SURVIVORSHIP.

           OPEN INPUT TRUSTF.

           EVALUATE TRUE
           WHEN WS-FS-TRUSTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-TRUSTF EQUAL '35'
              DISPLAY 'TRUSTF NOT DEFINED. SURVIVORSHIP OFF.'
              MOVE 'Y' TO WS-TRUSTF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN TRUSTF  FS: ' WS-FS-TRUSTF
              MOVE 'TRUSTF' TO WS-ABD-FILE-DD
              MOVE WS-FS-TRUSTF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           IF WS-RESTART-COUNT GREATER ZERO
              OPEN EXTEND SRVLOSF
           ELSE
              OPEN OUTPUT SRVLOSF
           END-IF

           IF WS-FS-SRVLOSF NOT EQUAL '00'
              DISPLAY 'OPEN SRVLOSF FS: ' WS-FS-SRVLOSF
              MOVE 'SRVLOSF' TO WS-ABD-FILE-DD
              MOVE WS-FS-SRVLOSF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P270-OPEN-SURVIVORSHIP-EXIT.
           EXIT.

       P271-JUDGE-SURVIVORSHIP.

           MOVE SPACES TO WS-SRV-GROUPS
           MOVE ZEROS  TO WS-SRV-GRP-CNT

           EVALUATE CLIENT-TYPE
           WHEN 1
              MOVE 'IDNT' TO WS-SRV-GRP-CODE (1)
              MOVE 'EDLV' TO WS-SRV-GRP-CODE (2)
              MOVE 2      TO WS-SRV-GRP-CNT

              IF WS-SRV-INCOME
                 MOVE 'INCM' TO WS-SRV-GRP-CODE (3)
                 MOVE 3      TO WS-SRV-GRP-CNT
              END-IF
           WHEN 2
              MOVE 'ADDR' TO WS-SRV-GRP-CODE (1)
              MOVE 1      TO WS-SRV-GRP-CNT
           WHEN 3
              MOVE 'PHON' TO WS-SRV-GRP-CODE (1)
              MOVE 'MAIL' TO WS-SRV-GRP-CODE (2)
              MOVE 2      TO WS-SRV-GRP-CNT
           WHEN 5
              MOVE 'EMPL' TO WS-SRV-GRP-CODE (1)
              MOVE 1      TO WS-SRV-GRP-CNT
           END-EVALUATE

           MOVE WS-BEFORE-IMAGE (431:64) TO WS-SRV-PRIOR-STAMPS
           MOVE WS-SRV-GRP-CNT           TO WS-SRV-WIN-CNT
           MOVE ZEROS                    TO WS-SRV-IX

           PERFORM P272-JUDGE-ONE-GROUP
           THRU    P272-JUDGE-ONE-GROUP-EXIT
              UNTIL WS-SRV-IX NOT LESS WS-SRV-GRP-CNT

           IF WS-SRV-GRP-CNT GREATER ZERO
              AND WS-SRV-WIN-CNT EQUAL ZERO

              DISPLAY 'UPDATE OUTRANKED BY TRUSTED FEED: ' CLIENT-ID

              ADD 1 TO WS-SRV-HELD

              MOVE 'Y'    TO WS-REJECT-SW

              MOVE 'R'    TO WS-KSD-DISP
              MOVE 'SURV' TO WS-KSD-REASON
              PERFORM P910-WRITE-DISPOSITION
              THRU    P910-WRITE-DISPOSITION-EXIT
           END-IF
           .

       P271-JUDGE-SURVIVORSHIP-EXIT.
           EXIT.

       P272-JUDGE-ONE-GROUP.

           ADD 1 TO WS-SRV-IX

           MOVE 'Y' TO WS-SRV-WIN-SW (WS-SRV-IX)

           IF NOT WS-TRUSTF-OFF
              AND WS-BEFORE-IMAGE NOT EQUAL SPACES
              AND WS-SRV-PRIOR-FEED-ID (WS-SRV-IX) NOT EQUAL SPACES
              AND WS-SRV-PRIOR-FEED-ID (WS-SRV-IX)
                  NOT EQUAL WS-FEED-ID

              MOVE WS-FEED-ID TO TRS-FEED-ID

              PERFORM P273-GET-TRUST-RANK
              THRU    P273-GET-TRUST-RANK-EXIT

              MOVE WS-SRV-RANK TO WS-SRV-NEW-RANK

              MOVE WS-SRV-PRIOR-FEED-ID (WS-SRV-IX) TO TRS-FEED-ID

              PERFORM P273-GET-TRUST-RANK
              THRU    P273-GET-TRUST-RANK-EXIT

              MOVE WS-SRV-RANK TO WS-SRV-HELD-RANK

              IF WS-SRV-NEW-RANK LESS WS-SRV-HELD-RANK
                 MOVE 'N' TO WS-SRV-WIN-SW (WS-SRV-IX)

                 SUBTRACT 1 FROM WS-SRV-WIN-CNT
                 ADD 1 TO WS-SRV-LOST

                 PERFORM P274-WRITE-LOSS
                 THRU    P274-WRITE-LOSS-EXIT
              END-IF
           END-IF
           .

       P272-JUDGE-ONE-GROUP-EXIT.
           EXIT.

       P273-GET-TRUST-RANK.

           MOVE CLIENT-TYPE                  TO TRS-CLIENT-TYPE
           MOVE WS-SRV-GRP-CODE (WS-SRV-IX)  TO TRS-FIELD-GROUP

           READ TRUSTF
             INVALID KEY
                MOVE ZEROS    TO WS-SRV-RANK
             NOT INVALID KEY
                MOVE TRS-RANK TO WS-SRV-RANK
           END-READ
           .

       P273-GET-TRUST-RANK-EXIT.
           EXIT.

       P274-WRITE-LOSS.

           MOVE SPACES                TO REC-SURV-LOSS
           MOVE WS-BUSINESS-DATE      TO SVL-BUSINESS-DATE
           MOVE WS-SRV-PROGRAM        TO SVL-PROGRAM-ID
           MOVE CLIENT-ID             TO SVL-CLIENT-ID
           MOVE CLIENT-TYPE           TO SVL-CLIENT-TYPE
           MOVE WS-SRV-GRP-CODE (WS-SRV-IX)
                                      TO SVL-FIELD-GROUP
           MOVE WS-FEED-ID            TO SVL-FEED-ID
           MOVE WS-SRV-NEW-RANK       TO SVL-FEED-RANK
           MOVE WS-SRV-PRIOR-FEED-ID (WS-SRV-IX)
                                      TO SVL-HELD-FEED-ID
           MOVE WS-SRV-HELD-RANK      TO SVL-HELD-RANK
           MOVE WS-SRV-PRIOR-DATE (WS-SRV-IX)
                                      TO SVL-HELD-DATE
           MOVE REC-INPUT             TO SVL-INPUT

           WRITE REC-SURV-LOSS
           END-WRITE

           IF WS-FS-SRVLOSF NOT EQUAL '00'
              DISPLAY 'WRITE SRVLOSF FS:' WS-FS-SRVLOSF
              MOVE 'SRVLOSF' TO WS-ABD-FILE-DD
              MOVE WS-FS-SRVLOSF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P274-WRITE-LOSS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The stored stamps are carried over from the before image and
      * each group the card actually set is re-stamped with this
      * card's feed and business date.
      *-----------------------------------------------------------------
       P275-STAMP-SOURCES.

           MOVE WS-SRV-PRIOR-STAMPS TO CLIENT-SRC-STAMPS
           MOVE ZEROS               TO WS-SRV-IX

           PERFORM P276-STAMP-ONE-GROUP
           THRU    P276-STAMP-ONE-GROUP-EXIT
              UNTIL WS-SRV-IX NOT LESS WS-SRV-GRP-CNT
           .

       P275-STAMP-SOURCES-EXIT.
           EXIT.

       P276-STAMP-ONE-GROUP.

           ADD 1 TO WS-SRV-IX

           IF WS-SRV-WINS (WS-SRV-IX)
              MOVE WS-FEED-ID       TO CLIENT-SRC-FEED-ID (WS-SRV-IX)
              MOVE WS-BUSINESS-DATE TO CLIENT-SRC-DATE    (WS-SRV-IX)
           END-IF
           .

       P276-STAMP-ONE-GROUP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The night's losing values, read back from SRVLOSF once it is
      * closed and listed on a fresh page of the loader's report.
      *-----------------------------------------------------------------
       P277-LIST-LOSSES.

           OPEN INPUT SRVLOSF.

           IF WS-FS-SRVLOSF NOT EQUAL '00'
              DISPLAY 'OPEN SRVLOSF FS: ' WS-FS-SRVLOSF
              MOVE 'SRVLOSF' TO WS-ABD-FILE-DD
              MOVE WS-FS-SRVLOSF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES           TO WS-COLUMN-HEADING
           MOVE 'CLIENT-ID'      TO WS-COLUMN-HEADING (1:9)
           MOVE 'TYPE'           TO WS-COLUMN-HEADING (11:4)
           MOVE 'GRP'            TO WS-COLUMN-HEADING (17:3)
           MOVE 'LOST BY'        TO WS-COLUMN-HEADING (23:7)
           MOVE 'RNK'            TO WS-COLUMN-HEADING (32:3)
           MOVE 'HELD BY'        TO WS-COLUMN-HEADING (37:7)
           MOVE 'RNK'            TO WS-COLUMN-HEADING (46:3)
           MOVE 'SET ON'         TO WS-COLUMN-HEADING (51:6)
           MOVE 'CARD DATA'      TO WS-COLUMN-HEADING (61:9)

           MOVE WS-RPT-PAGE-MAX  TO WS-RPT-LINE-CTR

           PERFORM P278-LIST-NEXT-LOSS
           THRU    P278-LIST-NEXT-LOSS-EXIT
              UNTIL WS-SRVLOSF-EOF

           MOVE SPACES             TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES             TO WS-SRV-COUNT-LINE
           MOVE 'VALUES NOT APPLIED' TO WS-SRV-CNT-LABEL
           MOVE WS-SRV-LISTED      TO WS-SRV-CNT-VALUE
           MOVE WS-SRV-COUNT-LINE  TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           CLOSE SRVLOSF.

           IF WS-FS-SRVLOSF NOT EQUAL '00'
              DISPLAY 'CLOSE SRVLOSF FS:' WS-FS-SRVLOSF
              MOVE 'SRVLOSF' TO WS-ABD-FILE-DD
              MOVE WS-FS-SRVLOSF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P277-LIST-LOSSES-EXIT.
           EXIT.

       P278-LIST-NEXT-LOSS.

           READ SRVLOSF
             AT END
                MOVE 'Y' TO WS-SRVLOSF-EOF-SW
             NOT AT END
                ADD 1 TO WS-SRV-LISTED

                MOVE SVL-CLIENT-ID       TO WS-SLL-CLIENT-ID
                MOVE SVL-CLIENT-TYPE     TO WS-SLL-CLIENT-TYPE
                MOVE SVL-FIELD-GROUP     TO WS-SLL-FIELD-GROUP
                MOVE SVL-FEED-ID         TO WS-SLL-FEED-ID
                MOVE SVL-FEED-RANK       TO WS-SLL-FEED-RANK
                MOVE SVL-HELD-FEED-ID    TO WS-SLL-HELD-FEED-ID
                MOVE SVL-HELD-RANK       TO WS-SLL-HELD-RANK
                MOVE SVL-HELD-DATE       TO WS-SLL-HELD-DATE
                MOVE SVL-INPUT (14:20)   TO WS-SLL-CARD-DATA
                MOVE WS-SRV-LOSS-LINE    TO WS-DETAIL-LINE
                PERFORM P980-WRITE-DETAIL
                THRU    P980-WRITE-DETAIL-EXIT
           END-READ
           .

       P278-LIST-NEXT-LOSS-EXIT.
           EXIT.

       P279-CLOSE-SURVIVORSHIP.

           IF NOT WS-TRUSTF-OFF
              CLOSE TRUSTF

              IF WS-FS-TRUSTF NOT EQUAL '00'
                 DISPLAY 'CLOSE TRUSTF FS: ' WS-FS-TRUSTF
                 MOVE 'TRUSTF' TO WS-ABD-FILE-DD
                 MOVE WS-FS-TRUSTF TO WS-ABD-FILE-STATUS
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE SRVLOSF.

           IF WS-FS-SRVLOSF NOT EQUAL '00'
              DISPLAY 'CLOSE SRVLOSF FS:' WS-FS-SRVLOSF
              MOVE 'SRVLOSF' TO WS-ABD-FILE-DD
              MOVE WS-FS-SRVLOSF TO WS-ABD-FILE-STATUS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P279-CLOSE-SURVIVORSHIP-EXIT.
           EXIT.
