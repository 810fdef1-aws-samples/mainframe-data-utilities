      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * SSN tokenizing routine, copied into the PROCEDURE DIVISION of
      * every program that sends an SSN outside DIFS, alongside the
      * SSNTKWK.cpy working storage. The host must provide the TOKVAULT
      * file (indexed, random access, record REC-TOKEN-VAULT from
      * TOKVLTF.cpy, RECORD KEY TV-KEY, ALTERNATE RECORD KEY TV-TOKEN,
      * opened I-O by P984), WS-FS-TOKVAULT, and the P999-ERROR THRU
      * P999-ERROR-EXIT error paragraph. An SSN seen for the first time
      * is given its token and recorded on the vault at once, the
      * control row with it, so a rerun after an abend sends the same
      * token again.
      *-----------------------------------------------------------------
      * Open the vault. A newly defined cluster opens with file status
      * 35 -- seed it empty and reopen, the same way COBDF29
      * initializes the watch list.
      *-----------------------------------------------------------------
       P984-OPEN-TOKEN-VAULT.

           OPEN I-O TOKVAULT.

           EVALUATE TRUE
           WHEN WS-FS-TOKVAULT EQUAL '00'
              CONTINUE
           WHEN WS-FS-TOKVAULT EQUAL '35'
              DISPLAY 'EMPTY TOKVAULT. INITIALIZING FOR COLD START.'

              OPEN OUTPUT TOKVAULT

              IF WS-FS-TOKVAULT NOT EQUAL '00'
                 DISPLAY 'OPEN TOKVAULT FS:' WS-FS-TOKVAULT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              CLOSE TOKVAULT

              OPEN I-O TOKVAULT

              IF WS-FS-TOKVAULT NOT EQUAL '00'
                 DISPLAY 'REOPEN TOKVAULT FS:' WS-FS-TOKVAULT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'OPEN TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P984-OPEN-TOKEN-VAULT-EXIT.
           EXIT.

       P986-TOKENIZE-SSAN.

           MOVE SPACES TO WS-TKN-TOKEN

           IF WS-TKN-SSAN NOT EQUAL SPACES
              MOVE WS-TKN-SSAN TO TV-SSAN

              READ TOKVAULT KEY IS TV-KEY
                INVALID KEY
                   PERFORM P988-ASSIGN-TOKEN
                   THRU    P988-ASSIGN-TOKEN-EXIT
                NOT INVALID KEY
                   MOVE TV-TOKEN TO WS-TKN-TOKEN
              END-READ

              ADD 1 TO WS-TKN-SENT
           END-IF
           .

       P986-TOKENIZE-SSAN-EXIT.
           EXIT.

       P987-TOKENIZE-ID-NO.

           IF WS-TKN-ID-SSAN NUMERIC
              AND WS-TKN-ID-REST EQUAL SPACES
              MOVE WS-TKN-ID-SSAN TO WS-TKN-SSAN

              PERFORM P986-TOKENIZE-SSAN
              THRU    P986-TOKENIZE-SSAN-EXIT

              MOVE WS-TKN-TOKEN   TO WS-TKN-ID-SSAN
           END-IF
           .

       P987-TOKENIZE-ID-NO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A new SSN: draw tokens until one is not on the vault, record
      * it, then move the control row on to where the sequence now
      * stands. An empty vault starts its sequence from the clock.
      *-----------------------------------------------------------------
       P988-ASSIGN-TOKEN.

           ACCEPT WS-TKN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO TV-SSAN

           READ TOKVAULT KEY IS TV-KEY
             INVALID KEY
                ACCEPT WS-TKN-TIME FROM TIME

                MOVE SPACES          TO REC-TOKEN-VAULT
                ADD 1 TO WS-TKN-TIME GIVING TV-SEED
                MOVE WS-TKN-DATE     TO TV-ASSIGNED-DATE
                MOVE WS-TKN-PROGRAM  TO TV-ASSIGNED-PROGRAM

                WRITE REC-TOKEN-VAULT
                END-WRITE

                IF WS-FS-TOKVAULT NOT EQUAL '00'
                   DISPLAY 'WRITE TOKVAULT FS:' WS-FS-TOKVAULT
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF
             NOT INVALID KEY
                CONTINUE
           END-READ

           MOVE TV-SEED TO WS-TKN-SEED
           MOVE 'N'     TO WS-TKN-FREE-SW

           PERFORM P989-DRAW-TOKEN THRU P989-DRAW-TOKEN-EXIT
              UNTIL WS-TKN-TOKEN-FREE

           MOVE SPACES            TO REC-TOKEN-VAULT
           MOVE WS-TKN-SSAN       TO TV-SSAN
           MOVE WS-TKN-CANDIDATE  TO TV-TOKEN
           MOVE WS-TKN-DATE       TO TV-ASSIGNED-DATE
           MOVE WS-TKN-PROGRAM    TO TV-ASSIGNED-PROGRAM
           MOVE ZEROS             TO TV-SEED

           WRITE REC-TOKEN-VAULT
           END-WRITE

           IF WS-FS-TOKVAULT NOT EQUAL '00'
              DISPLAY 'WRITE TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE WS-TKN-CANDIDATE  TO WS-TKN-TOKEN
           MOVE SPACES            TO TV-SSAN

           READ TOKVAULT KEY IS TV-KEY
             INVALID KEY
                DISPLAY 'TOKVAULT CONTROL ROW MISSING'
                PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-READ

           MOVE WS-TKN-SEED       TO TV-SEED
           MOVE WS-TKN-DATE       TO TV-ASSIGNED-DATE
           MOVE WS-TKN-PROGRAM    TO TV-ASSIGNED-PROGRAM

           REWRITE REC-TOKEN-VAULT
           END-REWRITE

           IF WS-FS-TOKVAULT NOT EQUAL '00'
              DISPLAY 'REWRITE TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-TKN-ASSIGNED
           .

       P988-ASSIGN-TOKEN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Next number in the multiplicative sequence (multiplier 48271,
      * modulus 2147483647); its low eight digits make the candidate.
      *-----------------------------------------------------------------
       P989-DRAW-TOKEN.

           COMPUTE WS-TKN-PRODUCT = WS-TKN-SEED * 48271

           DIVIDE WS-TKN-PRODUCT BY 2147483647
              GIVING    WS-TKN-QUOTIENT
              REMAINDER WS-TKN-SEED

           DIVIDE WS-TKN-SEED BY 100000000
              GIVING    WS-TKN-QUOTIENT
              REMAINDER WS-TKN-CAND-DIGITS

           MOVE WS-TKN-CANDIDATE TO TV-TOKEN

           READ TOKVAULT KEY IS TV-TOKEN
             INVALID KEY
                MOVE 'Y' TO WS-TKN-FREE-SW
             NOT INVALID KEY
                CONTINUE
           END-READ
           .

       P989-DRAW-TOKEN-EXIT.
           EXIT.
