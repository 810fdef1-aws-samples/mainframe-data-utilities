      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Segment maintenance against COBVBFM2's variable-length OUTFILE.
      * A card deck of segment actions keyed on OUT-KEY is applied to
      * the current generation of OUTFILE and a new generation is
      * written (OUTNEW); records no card touches are copied as they
      * stand. Each changed record goes out with OUT-REC-CNT and its
      * record length worked out again from the segments it now
      * holds, and the OUTK-TYPE '01' trailer is rebuilt from the
      * records and segments actually written, so COBVBFM3 and
      * COBVBFM4 balance the new generation as they did the old.
      *
      * A card that would take a record past the ten-segment ceiling
      * or remove a segment from a record that has none, names a
      * record or segment not on file, or is not authorized for its
      * operator, goes to the exception listing (EXCEPF) and is not
      * applied; the rest of the deck still is.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBVBFM5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT OUTFILE  ASSIGN TO OUTFILE
                  FILE STATUS IS WS-FS-OUTFILE.

           SELECT OUTNEW   ASSIGN TO OUTNEW
                  FILE STATUS IS WS-FS-OUTNEW.

      *-----------------------------------------------------------------
      * SEGCARDS is the maintenance card deck: action 'A' add a
      * segment to the record, 'R' replace the name on one of its
      * segments, 'X' remove one of its segments, 'D' delete the whole
      * record. Cards apply in deck order, so several cards may work
      * on the same record in one run.
      *-----------------------------------------------------------------
           SELECT SEGCARDS ASSIGN TO SEGCARDS
                  FILE STATUS IS WS-FS-SEGCARDS.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * The current generation is read as flat bytes with the length
      * the runtime took off the RDW, as COBVBFM3 reads it, so a
      * record whose OUT-REC-CNT disagrees with its own length is
      * caught here rather than carried into the new generation.
      *-----------------------------------------------------------------
       FD  OUTFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 17 TO 317 CHARACTERS
                   DEPENDING ON WS-IN-LEN.

       01  OUT-RECORD.
           03  OUT-KEY.
               05  OUTK-TYPE       PIC XX.
               05  OUTK-RUN-DATE   PIC 9(08).
               05  OUTK-SEQT       PIC 9(05).
           03  OUT-REC-CNT         PIC S999    COMP-3.
           03  OUT-REC-DATA        PIC X(300).

       01  OUT-TRAILER.
           03  OUTT-KEY.
               05  OUTT-TYPE           PIC XX.
               05  OUTT-RUN-DATE       PIC 9(08).
               05  OUTT-SEQT           PIC 9(05).
           03  OUTT-TOTAL-RECORDS      PIC 9(09)   COMP-3.
           03  OUTT-TOTAL-ENTRIES      PIC 9(09)   COMP-3.

      *-----------------------------------------------------------------
      * The new generation: 17 bytes of key and count plus 30 per
      * segment, or the 25-byte trailer. WS-OUT-LEN is set ahead of
      * every WRITE and becomes the record's RDW length.
      *-----------------------------------------------------------------
       FD  OUTNEW
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 17 TO 317 CHARACTERS
                   DEPENDING ON WS-OUT-LEN.

       01  NEW-RECORD.
           03  NEW-KEY.
               05  NEWK-TYPE       PIC XX.
               05  NEWK-RUN-DATE   PIC 9(08).
               05  NEWK-SEQT       PIC 9(05).
           03  NEW-REC-CNT         PIC S999    COMP-3.
           03  NEW-REC-DATA        PIC X(300).

       01  NEW-TRAILER.
           03  NEWT-KEY.
               05  NEWT-TYPE           PIC XX.
               05  NEWT-RUN-DATE       PIC 9(08).
               05  NEWT-SEQT           PIC 9(05).
           03  NEWT-TOTAL-RECORDS      PIC 9(09)   COMP-3.
           03  NEWT-TOTAL-ENTRIES      PIC 9(09)   COMP-3.

       FD  SEGCARDS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-SEGCARD-IN                PIC  X(080).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  OPRAUTF.

       COPY OPRAUTF.

       FD  MNTLOGF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY MNTLOGF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-OUTFILE             PIC  X(02)  VALUE SPACES.
           05  WS-FS-OUTNEW              PIC  X(02)  VALUE SPACES.
           05  WS-FS-SEGCARDS            PIC  X(02)  VALUE SPACES.
           05  WS-FS-EXCEPF              PIC  X(02)  VALUE SPACES.
           05  WS-IN-LEN                 PIC  9(05)  VALUE ZEROS.
           05  WS-OUT-LEN                PIC  9(05)  VALUE ZEROS.
           05  WS-EXPECTED-LEN           PIC  9(05)  VALUE ZEROS.
           05  WS-SEG-CEILING            PIC  9(03)  VALUE 10.
           05  WS-CX                     PIC  9(03)  VALUE ZEROS.
           05  WS-SX                     PIC  9(03)  VALUE ZEROS.
           05  WS-SEG-FOUND-IDX          PIC  9(03)  VALUE ZEROS.
           05  WS-CARDS-READ             PIC  9(09)  VALUE ZEROS.
           05  WS-SEG-ADDED              PIC  9(09)  VALUE ZEROS.
           05  WS-SEG-REPLACED           PIC  9(09)  VALUE ZEROS.
           05  WS-SEG-REMOVED            PIC  9(09)  VALUE ZEROS.
           05  WS-REC-DELETED            PIC  9(09)  VALUE ZEROS.
           05  WS-REJECTED               PIC  9(09)  VALUE ZEROS.
           05  WS-RECORDS-READ           PIC  9(09)  VALUE ZEROS.
           05  WS-RECORDS-CHANGED        PIC  9(09)  VALUE ZEROS.
           05  WS-TOTAL-RECORDS          PIC  9(09)  VALUE ZEROS.
           05  WS-TOTAL-ENTRIES          PIC  9(09)  VALUE ZEROS.
           05  WS-OLD-ENTRIES            PIC  9(09)  VALUE ZEROS.
           05  WS-TRAILERS-READ          PIC  9(09)  VALUE ZEROS.
           05  WS-OLD-TRL-RECORDS        PIC  9(09)  VALUE ZEROS.
           05  WS-OLD-TRL-ENTRIES        PIC  9(09)  VALUE ZEROS.
           05  WS-LAST-RUN-DATE          PIC  9(08)  VALUE ZEROS.
           05  WS-LAST-SEQT              PIC  9(05)  VALUE ZEROS.

       01  WS-SEG-CARD.
           05  SGC-ACTION                PIC  X(01).
               88  SGC-ADD-SEGMENT           VALUE 'A'.
               88  SGC-REPLACE-SEGMENT       VALUE 'R'.
               88  SGC-REMOVE-SEGMENT        VALUE 'X'.
               88  SGC-DELETE-RECORD         VALUE 'D'.
           05  SGC-KEY.
               10  SGC-TYPE              PIC  X(02).
               10  SGC-RUN-DATE          PIC  9(08).
               10  SGC-SEQT              PIC  9(05).
           05  SGC-REC-NO                PIC  9(09).
           05  SGC-NAME                  PIC  X(21).
           05  SGC-OPERATOR-ID           PIC  X(08).
           05  FILLER                    PIC  X(26).

      *-----------------------------------------------------------------
      * The authorized cards, in deck order. A card is open until the
      * record it names comes by; any still open at the end named a
      * record not on file.
      *-----------------------------------------------------------------
       01  WS-DECK-TABLE.
           05  WS-DK-CNT                 PIC  9(03)  VALUE ZEROS.
           05  WS-DK-ENTRY OCCURS 500 TIMES.
               10  WS-DK-CARD            PIC  X(80).
               10  WS-DK-KEY             PIC  X(15).
               10  WS-DK-STATUS          PIC  X(01).
                   88  WS-DK-OPEN            VALUE 'O'.
                   88  WS-DK-APPLIED         VALUE 'A'.
                   88  WS-DK-REJECTED        VALUE 'R'.

      *-----------------------------------------------------------------
      * The record being maintained, segments unpacked.
      *-----------------------------------------------------------------
       01  WS-RECORD-WORK.
           05  WS-WRK-KEY                PIC  X(15).
           05  WS-WRK-REC-CNT            PIC  9(03).
           05  WS-WRK-SEGMENTS.
               10  WS-WRK-SEG OCCURS 10 TIMES.
                   15  WS-WRK-REC-NO     PIC  9(09).
                   15  WS-WRK-NAME       PIC  X(21).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-CHANGED-SW             PIC X(001) VALUE 'N'.
               88  WS-RECORD-CHANGED         VALUE 'Y'.
           05  WS-DELETED-SW             PIC X(001) VALUE 'N'.
               88  WS-RECORD-DELETED         VALUE 'Y'.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBVBFM5 START...'.

           OPEN INPUT SEGCARDS.

           IF WS-FS-SEGCARDS NOT EQUAL '00'
              DISPLAY 'OPEN SEGCARDS FS:' WS-FS-SEGCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBVBFM5' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           MOVE 'N' TO WS-EOF-SW

           PERFORM P100-LOAD-CARD THRU P100-LOAD-CARD-EXIT
              UNTIL WS-EOF

           CLOSE SEGCARDS.
           IF WS-FS-SEGCARDS NOT EQUAL '00'
              DISPLAY 'CLOSE SEGCARDS FS:' WS-FS-SEGCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT OUTFILE.

           IF WS-FS-OUTFILE NOT EQUAL '00'
              DISPLAY 'OPEN OUTFILE  FS:' WS-FS-OUTFILE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT OUTNEW.

           IF WS-FS-OUTNEW NOT EQUAL '00'
              DISPLAY 'OPEN OUTNEW   FS:' WS-FS-OUTNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW

           PERFORM P200-MAINTAIN-RECORD THRU P200-MAINTAIN-RECORD-EXIT
              UNTIL WS-EOF

           PERFORM P800-WRITE-TRAILER THRU P800-WRITE-TRAILER-EXIT

           CLOSE OUTFILE.
           IF WS-FS-OUTFILE NOT EQUAL '00'
              DISPLAY 'CLOSE OUTFILE FS:' WS-FS-OUTFILE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE OUTNEW.
           IF WS-FS-OUTNEW NOT EQUAL '00'
              DISPLAY 'CLOSE OUTNEW  FS:' WS-FS-OUTNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 1 TO WS-CX

           PERFORM P500-REJECT-UNMATCHED THRU P500-REJECT-UNMATCHED-EXIT
              UNTIL WS-CX GREATER WS-DK-CNT

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P993-CLOSE-AUTH THRU P993-CLOSE-AUTH-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'CARDS READ..........: ' WS-CARDS-READ.
           DISPLAY 'SEGMENTS ADDED......: ' WS-SEG-ADDED.
           DISPLAY 'SEGMENTS REPLACED...: ' WS-SEG-REPLACED.
           DISPLAY 'SEGMENTS REMOVED....: ' WS-SEG-REMOVED.
           DISPLAY 'RECORDS DELETED.....: ' WS-REC-DELETED.
           DISPLAY 'CARDS REJECTED......: ' WS-REJECTED.
           DISPLAY 'RECORDS READ........: ' WS-RECORDS-READ.
           DISPLAY 'RECORDS CHANGED.....: ' WS-RECORDS-CHANGED.
           DISPLAY 'TRAILER RECORD TOTAL: ' WS-TOTAL-RECORDS.
           DISPLAY 'TRAILER ENTRY TOTAL : ' WS-TOTAL-ENTRIES.
           DISPLAY '--------------------'.

      *-----------------------------------------------------------------
      * The old generation is balanced against its own trailer on the
      * way through, as COBVBFM4 would; a short old file is worth
      * knowing about before the new one replaces it.
      *-----------------------------------------------------------------
           IF WS-TRAILERS-READ EQUAL ZERO
              DISPLAY 'NO TRAILER RECORD ON OLD GENERATION'
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WS-RECORDS-READ NOT EQUAL WS-OLD-TRL-RECORDS
                 OR WS-OLD-ENTRIES NOT EQUAL WS-OLD-TRL-ENTRIES
                 DISPLAY 'OLD GENERATION DISAGREES WITH ITS TRAILER'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'COBVBFM5 FINISH..'.

           STOP RUN.

      *-----------------------------------------------------------------
      * Each card is checked against the operator's grant as it is
      * read (see OPAUTHRT.cpy); only authorized cards are held.
      *-----------------------------------------------------------------
       P100-LOAD-CARD.

           READ SEGCARDS INTO WS-SEG-CARD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-CARDS-READ

                PERFORM P190-CHECK-OPERATOR
                THRU    P190-CHECK-OPERATOR-EXIT

                IF WS-OPA-GRANTED
                   IF WS-DK-CNT NOT LESS 500
                      DISPLAY 'CARD TABLE FULL AT: ' WS-DK-CNT
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-DK-CNT
                   MOVE WS-SEG-CARD TO WS-DK-CARD (WS-DK-CNT)
                   MOVE SGC-KEY     TO WS-DK-KEY (WS-DK-CNT)
                   MOVE 'O'         TO WS-DK-STATUS (WS-DK-CNT)
                END-IF
           END-READ

           IF WS-FS-SEGCARDS NOT EQUAL '00'
              AND WS-FS-SEGCARDS NOT EQUAL '10'
              DISPLAY 'READ SEGCARDS FS:' WS-FS-SEGCARDS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-LOAD-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE SGC-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE SGC-ACTION      TO WS-OPA-ACTION

           PERFORM P994-CHECK-AUTH THRU P994-CHECK-AUTH-EXIT

           IF NOT WS-OPA-GRANTED
              MOVE WS-OPA-REASON TO EXC-REASON-CODE
              MOVE WS-OPA-TEXT   TO EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P190-CHECK-OPERATOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One record of the old generation: unpacked, every open card
      * for its key applied in deck order, and written to the new
      * generation unless a card deleted it. The old trailer is not
      * copied; P800 writes a new one.
      *-----------------------------------------------------------------
       P200-MAINTAIN-RECORD.

           READ OUTFILE
             AT END
                MOVE 'Y' TO WS-EOF-SW
           END-READ

           IF WS-FS-OUTFILE NOT EQUAL '00'
              AND WS-FS-OUTFILE NOT EQUAL '10'
              DISPLAY 'READ OUTFILE  FS:' WS-FS-OUTFILE
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-EOF
              IF OUTK-TYPE EQUAL '01'
                 ADD 1 TO WS-TRAILERS-READ
                 MOVE OUTT-TOTAL-RECORDS TO WS-OLD-TRL-RECORDS
                 MOVE OUTT-TOTAL-ENTRIES TO WS-OLD-TRL-ENTRIES
                 MOVE OUTT-RUN-DATE      TO WS-LAST-RUN-DATE
                 MOVE OUTT-SEQT          TO WS-LAST-SEQT
              ELSE
                 PERFORM P210-UNPACK-RECORD
                 THRU    P210-UNPACK-RECORD-EXIT

                 MOVE 'N' TO WS-CHANGED-SW
                             WS-DELETED-SW
                 MOVE 1   TO WS-CX

                 PERFORM P300-APPLY-OPEN-CARD
                 THRU    P300-APPLY-OPEN-CARD-EXIT
                    UNTIL WS-CX GREATER WS-DK-CNT
                       OR WS-RECORD-DELETED

                 IF WS-RECORD-DELETED
                    ADD 1 TO WS-REC-DELETED
                 ELSE
                    IF WS-RECORD-CHANGED
                       ADD 1 TO WS-RECORDS-CHANGED
                    END-IF

                    PERFORM P400-WRITE-RECORD
                    THRU    P400-WRITE-RECORD-EXIT
                 END-IF
              END-IF
           END-IF
           .

       P200-MAINTAIN-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OUT-KEY (15 bytes) + OUT-REC-CNT (2 bytes packed) + 30 bytes
      * per segment must be the length the RDW carried, the same
      * check COBVBFM3 makes.
      *-----------------------------------------------------------------
       P210-UNPACK-RECORD.

           ADD 1 TO WS-RECORDS-READ

           IF OUT-REC-CNT LESS ZERO
              OR OUT-REC-CNT GREATER WS-SEG-CEILING
              DISPLAY 'BAD OUT-REC-CNT REC=' WS-RECORDS-READ
                 ' OUT-REC-CNT=' OUT-REC-CNT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           COMPUTE WS-EXPECTED-LEN = 17 + (OUT-REC-CNT * 30)

           IF WS-IN-LEN NOT EQUAL WS-EXPECTED-LEN
              DISPLAY 'RDW MISMATCH REC=' WS-RECORDS-READ
                 ' RDW-LEN=' WS-IN-LEN
                 ' EXPECTED=' WS-EXPECTED-LEN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE OUT-KEY       TO WS-WRK-KEY
           MOVE OUT-REC-CNT   TO WS-WRK-REC-CNT
           MOVE SPACES        TO WS-WRK-SEGMENTS
           MOVE OUTK-RUN-DATE TO WS-LAST-RUN-DATE
           MOVE OUTK-SEQT     TO WS-LAST-SEQT

           IF WS-WRK-REC-CNT GREATER ZERO
              MOVE OUT-REC-DATA (1:WS-EXPECTED-LEN - 17)
                                TO WS-WRK-SEGMENTS
           END-IF

           ADD WS-WRK-REC-CNT TO WS-OLD-ENTRIES
           .

       P210-UNPACK-RECORD-EXIT.
           EXIT.

       P300-APPLY-OPEN-CARD.

           IF WS-DK-OPEN (WS-CX)
              AND WS-DK-KEY (WS-CX) EQUAL WS-WRK-KEY
              MOVE WS-DK-CARD (WS-CX) TO WS-SEG-CARD

              EVALUATE TRUE
              WHEN SGC-ADD-SEGMENT
                 PERFORM P310-ADD-SEGMENT
                 THRU    P310-ADD-SEGMENT-EXIT
              WHEN SGC-REPLACE-SEGMENT
                 PERFORM P320-REPLACE-SEGMENT
                 THRU    P320-REPLACE-SEGMENT-EXIT
              WHEN SGC-REMOVE-SEGMENT
                 PERFORM P330-REMOVE-SEGMENT
                 THRU    P330-REMOVE-SEGMENT-EXIT
              WHEN SGC-DELETE-RECORD
                 MOVE 'Y' TO WS-DELETED-SW
                 MOVE 'A' TO WS-DK-STATUS (WS-CX)
              WHEN OTHER
                 MOVE 'BACT' TO EXC-REASON-CODE
                 MOVE 'UNSUPPORTED SGC-ACTION ON SEGMENT CARD'
                 TO   EXC-REASON-TEXT

                 PERFORM P350-REJECT-CARD
                 THRU    P350-REJECT-CARD-EXIT
              END-EVALUATE
           END-IF

           ADD 1 TO WS-CX
           .

       P300-APPLY-OPEN-CARD-EXIT.
           EXIT.

       P310-ADD-SEGMENT.

           PERFORM P340-FIND-SEGMENT THRU P340-FIND-SEGMENT-EXIT

           EVALUATE TRUE
           WHEN SGC-REC-NO NOT NUMERIC
              OR SGC-NAME EQUAL SPACES
              MOVE 'BSEG' TO EXC-REASON-CODE
              MOVE 'INVALID SEGMENT NUMBER OR NAME ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P350-REJECT-CARD THRU P350-REJECT-CARD-EXIT

           WHEN WS-WRK-REC-CNT NOT LESS WS-SEG-CEILING
              MOVE 'BMAX' TO EXC-REASON-CODE
              MOVE 'ADD WOULD EXCEED TEN SEGMENTS ON RECORD'
              TO   EXC-REASON-TEXT

              PERFORM P350-REJECT-CARD THRU P350-REJECT-CARD-EXIT

           WHEN WS-SEG-FOUND-IDX GREATER ZERO
              MOVE 'BDUP' TO EXC-REASON-CODE
              MOVE 'SEGMENT NUMBER ALREADY ON RECORD'
              TO   EXC-REASON-TEXT

              PERFORM P350-REJECT-CARD THRU P350-REJECT-CARD-EXIT

           WHEN OTHER
              ADD 1 TO WS-WRK-REC-CNT
              MOVE SGC-REC-NO TO WS-WRK-REC-NO (WS-WRK-REC-CNT)
              MOVE SGC-NAME   TO WS-WRK-NAME (WS-WRK-REC-CNT)

              MOVE 'Y' TO WS-CHANGED-SW
              MOVE 'A' TO WS-DK-STATUS (WS-CX)
              ADD 1 TO WS-SEG-ADDED
           END-EVALUATE
           .

       P310-ADD-SEGMENT-EXIT.
           EXIT.

       P320-REPLACE-SEGMENT.

           PERFORM P340-FIND-SEGMENT THRU P340-FIND-SEGMENT-EXIT

           EVALUATE TRUE
           WHEN SGC-NAME EQUAL SPACES
              MOVE 'BSEG' TO EXC-REASON-CODE
              MOVE 'INVALID SEGMENT NUMBER OR NAME ON CARD'
              TO   EXC-REASON-TEXT

              PERFORM P350-REJECT-CARD THRU P350-REJECT-CARD-EXIT

           WHEN WS-SEG-FOUND-IDX EQUAL ZERO
              MOVE 'BNSG' TO EXC-REASON-CODE
              MOVE 'SEGMENT NOT ON RECORD'
              TO   EXC-REASON-TEXT

              PERFORM P350-REJECT-CARD THRU P350-REJECT-CARD-EXIT

           WHEN OTHER
              MOVE SGC-NAME TO WS-WRK-NAME (WS-SEG-FOUND-IDX)

              MOVE 'Y' TO WS-CHANGED-SW
              MOVE 'A' TO WS-DK-STATUS (WS-CX)
              ADD 1 TO WS-SEG-REPLACED
           END-EVALUATE
           .

       P320-REPLACE-SEGMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The segments after the one removed close up behind it, so the
      * record keeps its remaining segments in their order.
      *-----------------------------------------------------------------
       P330-REMOVE-SEGMENT.

           PERFORM P340-FIND-SEGMENT THRU P340-FIND-SEGMENT-EXIT

           EVALUATE TRUE
           WHEN WS-WRK-REC-CNT EQUAL ZERO
              MOVE 'BMIN' TO EXC-REASON-CODE
              MOVE 'REMOVE WOULD TAKE RECORD BELOW ZERO'
              TO   EXC-REASON-TEXT

              PERFORM P350-REJECT-CARD THRU P350-REJECT-CARD-EXIT

           WHEN WS-SEG-FOUND-IDX EQUAL ZERO
              MOVE 'BNSG' TO EXC-REASON-CODE
              MOVE 'SEGMENT NOT ON RECORD'
              TO   EXC-REASON-TEXT

              PERFORM P350-REJECT-CARD THRU P350-REJECT-CARD-EXIT

           WHEN OTHER
              MOVE WS-SEG-FOUND-IDX TO WS-SX

              PERFORM P335-CLOSE-UP-SEGMENT
              THRU    P335-CLOSE-UP-SEGMENT-EXIT
                 UNTIL WS-SX NOT LESS WS-WRK-REC-CNT

              MOVE SPACES TO WS-WRK-SEG (WS-WRK-REC-CNT)
              SUBTRACT 1 FROM WS-WRK-REC-CNT

              MOVE 'Y' TO WS-CHANGED-SW
              MOVE 'A' TO WS-DK-STATUS (WS-CX)
              ADD 1 TO WS-SEG-REMOVED
           END-EVALUATE
           .

       P330-REMOVE-SEGMENT-EXIT.
           EXIT.

       P335-CLOSE-UP-SEGMENT.

           MOVE WS-WRK-SEG (WS-SX + 1) TO WS-WRK-SEG (WS-SX)

           ADD 1 TO WS-SX
           .

       P335-CLOSE-UP-SEGMENT-EXIT.
           EXIT.

       P340-FIND-SEGMENT.

           MOVE ZERO TO WS-SEG-FOUND-IDX
                        WS-SX

           PERFORM P345-CHECK-SEGMENT THRU P345-CHECK-SEGMENT-EXIT
              UNTIL WS-SEG-FOUND-IDX GREATER ZERO
                 OR WS-SX NOT LESS WS-WRK-REC-CNT
           .

       P340-FIND-SEGMENT-EXIT.
           EXIT.

       P345-CHECK-SEGMENT.

           ADD 1 TO WS-SX

           IF WS-WRK-REC-NO (WS-SX) EQUAL SGC-REC-NO
              MOVE WS-SX TO WS-SEG-FOUND-IDX
           END-IF
           .

       P345-CHECK-SEGMENT-EXIT.
           EXIT.

       P350-REJECT-CARD.

           MOVE 'R' TO WS-DK-STATUS (WS-CX)

           PERFORM P900-WRITE-EXCEPTION THRU P900-WRITE-EXCEPTION-EXIT
           .

       P350-REJECT-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OUT-REC-CNT and the record length are set from the segments
      * the record holds now, changed or not.
      *-----------------------------------------------------------------
       P400-WRITE-RECORD.

           MOVE SPACES          TO NEW-RECORD
           MOVE WS-WRK-KEY      TO NEW-KEY
           MOVE WS-WRK-REC-CNT  TO NEW-REC-CNT
           MOVE WS-WRK-SEGMENTS TO NEW-REC-DATA

           COMPUTE WS-OUT-LEN = 17 + (WS-WRK-REC-CNT * 30)

           WRITE NEW-RECORD
           END-WRITE

           IF WS-FS-OUTNEW NOT EQUAL '00'
              DISPLAY 'WRITE OUTNEW  FS:' WS-FS-OUTNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1              TO WS-TOTAL-RECORDS
           ADD WS-WRK-REC-CNT TO WS-TOTAL-ENTRIES
           .

       P400-WRITE-RECORD-EXIT.
           EXIT.

       P500-REJECT-UNMATCHED.

           IF WS-DK-OPEN (WS-CX)
              MOVE WS-DK-CARD (WS-CX) TO WS-SEG-CARD

              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'NO RECORD ON OUTFILE FOR SEGMENT CARD'
              TO   EXC-REASON-TEXT

              PERFORM P350-REJECT-CARD THRU P350-REJECT-CARD-EXIT
           END-IF

           ADD 1 TO WS-CX
           .

       P500-REJECT-UNMATCHED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The new trailer keeps the old trailer's run date and sequence
      * stamp, or follows on from the last record when the old
      * generation had none, and carries the new generation's own
      * record and segment totals.
      *-----------------------------------------------------------------
       P800-WRITE-TRAILER.

           IF WS-TRAILERS-READ EQUAL ZERO
              ADD 1 TO WS-LAST-SEQT
           END-IF

           MOVE '01'                TO NEWT-TYPE
           MOVE WS-LAST-RUN-DATE    TO NEWT-RUN-DATE
           MOVE WS-LAST-SEQT        TO NEWT-SEQT
           MOVE WS-TOTAL-RECORDS    TO NEWT-TOTAL-RECORDS
           MOVE WS-TOTAL-ENTRIES    TO NEWT-TOTAL-ENTRIES

           MOVE 25                  TO WS-OUT-LEN

           WRITE NEW-TRAILER
           END-WRITE

           IF WS-FS-OUTNEW NOT EQUAL '00'
              DISPLAY 'WRITE TRAILER FS:' WS-FS-OUTNEW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P800-WRITE-TRAILER-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES      TO EXC-INPUT
           MOVE WS-SEG-CARD TO EXC-INPUT

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF FS:  ' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-REJECTED
           .

       P900-WRITE-EXCEPTION-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.
