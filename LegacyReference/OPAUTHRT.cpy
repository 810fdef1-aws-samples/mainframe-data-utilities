      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Operator authorization check, copied into the PROCEDURE
      * DIVISION of every card-driven maintenance program, alongside
      * the OPAUTHWK.cpy working storage (see there for the calling
      * sequence). A card passes when the operator holds an active,
      * unexpired grant on OPRAUTF for this program and the card's
      * action code, or for every action of the program ('*'). An
      * authorization file not yet defined authorizes nobody. Every
      * card checked, passed or refused, is logged on MNTLOGF.
      *-----------------------------------------------------------------
       P992-OPEN-AUTH.

           ACCEPT WS-OPA-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPA-TIME FROM TIME

           OPEN INPUT OPRAUTF.

           EVALUATE TRUE
           WHEN WS-FS-OPRAUTF EQUAL '00'
              CONTINUE
           WHEN WS-FS-OPRAUTF EQUAL '35'
              DISPLAY 'OPRAUTF NOT DEFINED. NO CARD IS AUTHORIZED.'
              MOVE 'Y' TO WS-OPRAUTF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN OPRAUTF  FS:' WS-FS-OPRAUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           PERFORM P997-OPEN-MNTLOG THRU P997-OPEN-MNTLOG-EXIT
           .

       P992-OPEN-AUTH-EXIT.
           EXIT.

       P993-CLOSE-AUTH.

           IF NOT WS-OPRAUTF-OFF
              CLOSE OPRAUTF

              IF WS-FS-OPRAUTF NOT EQUAL '00'
                 DISPLAY 'CLOSE OPRAUTF FS:' WS-FS-OPRAUTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE MNTLOGF.

           IF WS-FS-MNTLOGF NOT EQUAL '00'
              DISPLAY 'CLOSE MNTLOGF FS:' WS-FS-MNTLOGF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY 'CARDS AUTH CHECKED: ' WS-OPA-CHECKED
           DISPLAY 'CARDS NOT AUTHED..: ' WS-OPA-REFUSED
           .

       P993-CLOSE-AUTH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The grant for the card's own action is looked for first, then
      * the program-wide grant; either one in force passes the card.
      *-----------------------------------------------------------------
       P994-CHECK-AUTH.

           ADD 1 TO WS-OPA-CHECKED

           MOVE 'N'    TO WS-OPA-GRANTED-SW
                          WS-OPA-EXPIRED-SW
           MOVE SPACES TO WS-OPA-REASON
                          WS-OPA-TEXT

           EVALUATE TRUE
           WHEN WS-OPA-OPERATOR EQUAL SPACES
              MOVE 'BOPR' TO WS-OPA-REASON
              MOVE 'NO OPERATOR ID ON MAINTENANCE CARD'
                          TO WS-OPA-TEXT
           WHEN WS-OPRAUTF-OFF
              MOVE 'BAUT' TO WS-OPA-REASON
              MOVE 'OPERATOR NOT AUTHORIZED FOR THIS ACTION'
                          TO WS-OPA-TEXT
           WHEN OTHER
              MOVE WS-OPA-ACTION TO OPA-ACTION

              PERFORM P995-READ-GRANT THRU P995-READ-GRANT-EXIT

              IF NOT WS-OPA-GRANTED
                 MOVE '*' TO OPA-ACTION

                 PERFORM P995-READ-GRANT THRU P995-READ-GRANT-EXIT
              END-IF

              IF NOT WS-OPA-GRANTED
                 IF WS-OPA-EXPIRED
                    MOVE 'BEXP' TO WS-OPA-REASON
                    MOVE 'OPERATOR AUTHORIZATION EXPIRED'
                                TO WS-OPA-TEXT
                 ELSE
                    MOVE 'BAUT' TO WS-OPA-REASON
                    MOVE 'OPERATOR NOT AUTHORIZED FOR THIS ACTION'
                                TO WS-OPA-TEXT
                 END-IF
              END-IF
           END-EVALUATE

           IF NOT WS-OPA-GRANTED
              ADD 1 TO WS-OPA-REFUSED
           END-IF

           PERFORM P996-LOG-CHECK THRU P996-LOG-CHECK-EXIT
           .

       P994-CHECK-AUTH-EXIT.
           EXIT.

       P995-READ-GRANT.

           MOVE WS-OPA-OPERATOR TO OPA-OPERATOR-ID
           MOVE WS-OPA-PROGRAM  TO OPA-PROGRAM-ID

           READ OPRAUTF
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF OPA-ACTIVE
                   IF OPA-EXPIRY-DATE NUMERIC
                      AND OPA-EXPIRY-DATE NOT LESS WS-OPA-DATE
                      MOVE 'Y' TO WS-OPA-GRANTED-SW
                   ELSE
                      MOVE 'Y' TO WS-OPA-EXPIRED-SW
                   END-IF
                END-IF
           END-READ

           IF WS-FS-OPRAUTF NOT EQUAL '00'
              AND WS-FS-OPRAUTF NOT EQUAL '23'
              DISPLAY 'READ OPRAUTF  FS:' WS-FS-OPRAUTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P995-READ-GRANT-EXIT.
           EXIT.

       P996-LOG-CHECK.

           MOVE SPACES          TO REC-MAINT-LOG
           MOVE WS-OPA-DATE     TO MNL-RUN-DATE
           MOVE WS-OPA-TIME     TO MNL-RUN-TIME
           MOVE WS-OPA-PROGRAM  TO MNL-PROGRAM-ID
           MOVE WS-OPA-OPERATOR TO MNL-OPERATOR-ID
           MOVE WS-OPA-ACTION   TO MNL-ACTION
           MOVE WS-OPA-REASON   TO MNL-REASON

           IF WS-OPA-GRANTED
              MOVE 'G' TO MNL-RESULT
           ELSE
              MOVE 'R' TO MNL-RESULT
           END-IF

           WRITE REC-MAINT-LOG
           END-WRITE

           IF WS-FS-MNTLOGF NOT EQUAL '00'
              DISPLAY 'WRITE MNTLOGF FS:' WS-FS-MNTLOGF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P996-LOG-CHECK-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The usage log is cumulative; the first run on a region starts
      * it.
      *-----------------------------------------------------------------
       P997-OPEN-MNTLOG.

           OPEN EXTEND MNTLOGF.

           IF WS-FS-MNTLOGF EQUAL '35'
              DISPLAY 'NO MNTLOGF YET. STARTING A NEW LOG.'

              OPEN OUTPUT MNTLOGF
           END-IF

           IF WS-FS-MNTLOGF NOT EQUAL '00'
              DISPLAY 'OPEN MNTLOGF  FS:' WS-FS-MNTLOGF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P997-OPEN-MNTLOG-EXIT.
           EXIT.
