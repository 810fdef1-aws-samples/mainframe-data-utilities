      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Weekly outbound negative-exchange file to the partner states
      * (layout in NEGXCHF.cpy) -- the reciprocal of the source '70'
      * records they send us. A subject goes out when one of its
      * active, undisputed records of our own carries a fraud
      * indicator: each of its sendable personal records as a
      * subject row and each of its check offense records as a check
      * row. Records under dispute, under an in-window legal hold
      * (LEGALHLD.cpy) or inactive are never sent, a subject on the
      * expungement register (EXPUNGF.cpy) is never sent, and records
      * that came to us from the exchange are never sent back.
      *
      * What each partner already holds is kept on the sent register
      * (XCHSNTF.cpy). The week's DIFS is matched against it in key
      * order: a record not on it goes out as an add, one whose
      * detail has changed as a change, and one on it that no longer
      * qualifies -- or is gone from DIFS -- as a removal carrying
      * the reason, expungement included. The register is written
      * forward as a new generation. Each active partner on XCHPTNF
      * then gets its own batch with the next sequence number and a
      * control trailer; a partner with no sequence yet is sent the
      * full current set instead of the week's changes. The run
      * control list on REPORTF shows every partner's batch.
      *
      * SYSIN: our own exchange member state code in cols 1-2.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF46.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.

           SELECT XCHPTNF  ASSIGN TO XCHPTNF
                  FILE STATUS IS WS-FS-XCHPTNF.

           SELECT SENTIN   ASSIGN TO SENTIN
                  FILE STATUS IS WS-FS-SENTIN.

           SELECT SENTOUT  ASSIGN TO SENTOUT
                  FILE STATUS IS WS-FS-SENTOUT.

           SELECT XCHWORK  ASSIGN TO XCHWORK
                  FILE STATUS IS WS-FS-XCHWORK.

           SELECT XCHOUT   ASSIGN TO XCHOUT
                  FILE STATUS IS WS-FS-XCHOUT.

           SELECT LEGALHLD ASSIGN TO LEGALHLD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS LH-KEY
                  FILE STATUS   IS WS-FS-LEGALHLD.

           SELECT EXPUNGF  ASSIGN TO EXPUNGF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EXP-KEY
                  FILE STATUS   IS WS-FS-EXPUNGF.

           SELECT TOKVAULT ASSIGN TO TOKVAULT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TV-KEY
                  ALTERNATE RECORD KEY IS TV-TOKEN
                  FILE STATUS   IS WS-FS-TOKVAULT.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  DIFS.

       COPY DIFSDB.

       FD  XCHPTNF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY XCHPTNF.

      *-----------------------------------------------------------------
      * SENTIN is the sent register as it stands, SENTOUT its new
      * generation.
      *-----------------------------------------------------------------
       FD  SENTIN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 210 CHARACTERS.

       COPY XCHSNTF.

       FD  SENTOUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 210 CHARACTERS.

       01  REC-SENT-OUT                  PIC  X(210).

      *-----------------------------------------------------------------
      * XCHWORK holds the week's detail rows once, in the exchange
      * layout, for copying into each partner's batch. A row with a
      * blank action is unchanged since it was last sent; it goes
      * only to a partner receiving the full set.
      *-----------------------------------------------------------------
       FD  XCHWORK
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.

       01  REC-XCH-WORK                  PIC  X(250).

       FD  XCHOUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.

       COPY NEGXCHF.

       FD  LEGALHLD.

       COPY LEGALHLD.

       FD  EXPUNGF.

       COPY EXPUNGF.

       FD  TOKVAULT.

       COPY TOKVLTF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-XCHPTNF             PIC X(002) VALUE SPACES.
           05  WS-FS-SENTIN              PIC X(002) VALUE SPACES.
           05  WS-FS-SENTOUT             PIC X(002) VALUE SPACES.
           05  WS-FS-XCHWORK             PIC X(002) VALUE SPACES.
           05  WS-FS-XCHOUT              PIC X(002) VALUE SPACES.
           05  WS-FS-LEGALHLD            PIC X(002) VALUE SPACES.
           05  WS-FS-EXPUNGF             PIC X(002) VALUE SPACES.
           05  WS-FS-TOKVAULT            PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-EXCHANGE-SKIPPED       PIC 9(009) VALUE ZEROS.
           05  WS-SUBJECTS-SENT          PIC 9(009) VALUE ZEROS.
           05  WS-SENT-READ              PIC 9(009) VALUE ZEROS.
           05  WS-SENT-WRITTEN           PIC 9(009) VALUE ZEROS.
           05  WS-ADDS                   PIC 9(009) VALUE ZEROS.
           05  WS-CHANGES                PIC 9(009) VALUE ZEROS.
           05  WS-REMOVALS               PIC 9(009) VALUE ZEROS.
           05  WS-UNCHANGED              PIC 9(009) VALUE ZEROS.
           05  WS-EXPUNGED-SKIPPED       PIC 9(009) VALUE ZEROS.
           05  WS-DISPUTED-SKIPPED       PIC 9(009) VALUE ZEROS.
           05  WS-HELD-SKIPPED           PIC 9(009) VALUE ZEROS.
           05  WS-INACTIVE-SKIPPED       PIC 9(009) VALUE ZEROS.
           05  WS-CURRENT-SUBJECT        PIC X(026) VALUE SPACES.
           05  WS-EXP-SUBJECT            PIC X(026) VALUE SPACES.
           05  WS-PREV-SENT-KEY          PIC X(042) VALUE LOW-VALUES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Origin card (SYSIN): our exchange member state code.
      *-----------------------------------------------------------------
       01  WS-ORIGIN-CARD.
           05  WS-ORIGIN-STATE           PIC X(002).
           05  FILLER                    PIC X(078).

      *-----------------------------------------------------------------
      * DIFS dates are MMDDYY with a plain 2-digit year, windowed the
      * usual legacy way (00-49 is 20xx, 50-99 is 19xx). P250 turns
      * WS-DATE-CHECK into WS-DATE-CYMD, zeros when not numeric.
      *-----------------------------------------------------------------
       01  WS-DATE-CHECK.
           05  WS-DCK-MM                 PIC X(002).
           05  WS-DCK-MM-N REDEFINES
               WS-DCK-MM                 PIC 99.
           05  WS-DCK-DD                 PIC X(002).
           05  WS-DCK-DD-N REDEFINES
               WS-DCK-DD                 PIC 99.
           05  WS-DCK-YY                 PIC X(002).
           05  WS-DCK-YY-N REDEFINES
               WS-DCK-YY                 PIC 99.

       01  WS-DCK-CENT-YEAR              PIC 9(004) VALUE ZEROS.
       01  WS-DATE-CYMD                  PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Partner control rows from XCHPTNF, written back at the end
      * with the sequence numbers this run used.
      *-----------------------------------------------------------------
       01  WS-PARTNER-TABLE.
           05  WS-PTN-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-PTN-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-PTN-ENTRY OCCURS 60 TIMES.
               10  WS-PTN-STATE          PIC X(002).
               10  WS-PTN-NAME           PIC X(030).
               10  WS-PTN-STATUS         PIC X(001).
               10  WS-PTN-LAST-SEQ       PIC 9(006).
               10  WS-PTN-LAST-SEND      PIC 9(008).

      *-----------------------------------------------------------------
      * The current subject's sendable records, held until the
      * subject breaks so the subject-wide fraud test can be applied
      * to all of them. WS-BUF-REASON is the record's own reason for
      * not going out (NX-DTL-REMOVE-REASON codes), spaces when it
      * may; WS-SUBJ-REASON overrides it for the whole subject.
      *-----------------------------------------------------------------
       01  WS-SUBJECT-BUFFER.
           05  WS-BUF-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-BUF-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-SUBJ-FRAUD-CODE        PIC X(003) VALUE SPACES.
           05  WS-SUBJ-REASON            PIC X(002) VALUE SPACES.
           05  WS-BUF-ENTRY OCCURS 200 TIMES.
               10  WS-BUF-REASON         PIC X(002).
               10  WS-BUF-IMAGE.
                   15  WS-BUF-KEY        PIC X(042).
                   15  WS-BUF-KIND       PIC X(001).
                   15  WS-BUF-FRAUD-CODE PIC X(003).
                   15  WS-BUF-DATA       PIC X(140).

       01  WS-ENTRY-CONTROL.
           05  WS-ENTRY-KEY              PIC X(042) VALUE SPACES.
           05  WS-ENTRY-REASON           PIC X(002) VALUE SPACES.
           05  WS-WORK-ACTION            PIC X(001) VALUE SPACES.
           05  WS-WORK-REASON            PIC X(002) VALUE SPACES.
           05  WS-WORK-IMAGE             PIC X(186) VALUE SPACES.

       01  WS-SENT-ROW.
           05  WS-SNT-IMAGE              PIC X(186) VALUE SPACES.
           05  WS-SNT-FIRST-SENT         PIC 9(008) VALUE ZEROS.
           05  WS-SNT-LAST-SENT          PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(008) VALUE SPACES.

       01  WS-BATCH-CONTROL.
           05  WS-SEND-SEQUENCE          PIC 9(006) VALUE ZEROS.
           05  WS-BATCH-ROWS             PIC 9(009) VALUE ZEROS.
           05  WS-BATCH-ADDS             PIC 9(009) VALUE ZEROS.
           05  WS-BATCH-CHANGES          PIC 9(009) VALUE ZEROS.
           05  WS-BATCH-REMOVALS         PIC 9(009) VALUE ZEROS.
           05  WS-BATCH-HASH             PIC 9(011)V99 VALUE ZEROS.
           05  WS-BATCHES-SENT           PIC 9(004) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-PTN-EOF-SW             PIC X(001) VALUE 'N'.
               88  WS-PTN-EOF                VALUE 'Y'.
           05  WS-SENT-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-SENT-EOF               VALUE 'Y'.
           05  WS-SENTIN-OFF-SW          PIC X(001) VALUE 'N'.
               88  WS-SENTIN-OFF             VALUE 'Y'.
           05  WS-WORK-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-WORK-EOF               VALUE 'Y'.
           05  WS-FULL-SET-SW            PIC X(001) VALUE 'N'.
               88  WS-SEND-FULL-SET          VALUE 'Y'.
           05  WS-SUBJ-SENDABLE-SW       PIC X(001) VALUE 'N'.
               88  WS-SUBJ-SENDABLE          VALUE 'Y'.
           05  WS-LEGALHLD-OFF-SW        PIC X(001) VALUE 'N'.
               88  WS-LEGALHLD-OFF           VALUE 'Y'.
           05  WS-ON-HOLD-SW             PIC X(001) VALUE 'N'.
               88  WS-ON-HOLD                VALUE 'Y'.
           05  WS-EXPUNGF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-EXPUNGF-OFF            VALUE 'Y'.
           05  WS-EXPUNGED-SW            PIC X(001) VALUE 'N'.
               88  WS-SUBJECT-EXPUNGED       VALUE 'Y'.

       01  WS-PARTNER-LINE.
           05  WS-PL-STATE               PIC X(002) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-PL-NAME                PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-PL-SEQUENCE            PIC ZZZZZ9.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-PL-SET                 PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-PL-ROWS                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-PL-HASH                PIC Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL               PIC X(032) VALUE SPACES.
           05  WS-TL-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * SSN tokenizing routine storage (see SSNTKWK.cpy/SSNTKRT.cpy).
      *-----------------------------------------------------------------
       COPY SSNTKWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF46 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ORIGIN-CARD FROM SYSIN.

           IF WS-ORIGIN-STATE EQUAL SPACES
              DISPLAY 'NO ORIGIN STATE ON SYSIN CARD'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY 'ORIGIN STATE............: ' WS-ORIGIN-STATE

           PERFORM P100-LOAD-PARTNERS
           THRU    P100-LOAD-PARTNERS-EXIT

           OPEN INPUT DIFS.

           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'OPEN DIFS     FS: ' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT XCHOUT.

           IF WS-FS-XCHOUT NOT EQUAL '00'
              DISPLAY 'OPEN XCHOUT   FS: ' WS-FS-XCHOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT XCHWORK.

           IF WS-FS-XCHWORK NOT EQUAL '00'
              DISPLAY 'OPEN XCHWORK  FS: ' WS-FS-XCHWORK
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT SENTOUT.

           IF WS-FS-SENTOUT NOT EQUAL '00'
              DISPLAY 'OPEN SENTOUT  FS: ' WS-FS-SENTOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBDF46 ' TO WS-TKN-PROGRAM

           PERFORM P984-OPEN-TOKEN-VAULT
           THRU    P984-OPEN-TOKEN-VAULT-EXIT

           PERFORM P130-OPEN-REGISTER
           THRU    P130-OPEN-REGISTER-EXIT

           PERFORM P140-OPEN-EXPUNGE-REGISTER
           THRU    P140-OPEN-EXPUNGE-REGISTER-EXIT

           PERFORM P145-OPEN-LEGAL-HOLDS
           THRU    P145-OPEN-LEGAL-HOLDS-EXIT

           MOVE 'NEGATIVE EXCHANGE TRANSMISSION CONTROL'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF46 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'ST  PARTNER'       TO WS-COLUMN-HEADING (1:11)
           MOVE 'SEQ NO  SET'       TO WS-COLUMN-HEADING (36:11)
           MOVE 'ROWS  AMOUNT HASH' TO WS-COLUMN-HEADING (57:17)

           MOVE LOW-VALUES TO DB-MASTER-KEY

           START DIFS KEY IS NOT LESS THAN DB-MASTER-KEY
             INVALID KEY
                MOVE 'Y' TO WS-EOF-SW
           END-START

           PERFORM P200-CHECK-NEXT THRU P200-CHECK-NEXT-EXIT
              UNTIL WS-EOF

           IF WS-CURRENT-SUBJECT NOT EQUAL SPACES
              PERFORM P300-FLUSH-SUBJECT
              THRU    P300-FLUSH-SUBJECT-EXIT
           END-IF

           PERFORM P330-WITHDRAW-UNSEEN
           THRU    P330-WITHDRAW-UNSEEN-EXIT
              UNTIL WS-SENT-EOF

           CLOSE DIFS.
           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'CLOSE DIFS    FS: ' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE XCHWORK.
           IF WS-FS-XCHWORK NOT EQUAL '00'
              DISPLAY 'CLOSE XCHWORK FS: ' WS-FS-XCHWORK
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-SENTIN-OFF
              CLOSE SENTIN

              IF WS-FS-SENTIN NOT EQUAL '00'
                 DISPLAY 'CLOSE SENTIN  FS: ' WS-FS-SENTIN
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE SENTOUT.
           IF WS-FS-SENTOUT NOT EQUAL '00'
              DISPLAY 'CLOSE SENTOUT FS: ' WS-FS-SENTOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-EXPUNGF-OFF
              CLOSE EXPUNGF

              IF WS-FS-EXPUNGF NOT EQUAL '00'
                 DISPLAY 'CLOSE EXPUNGF FS: ' WS-FS-EXPUNGF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           IF NOT WS-LEGALHLD-OFF
              CLOSE LEGALHLD

              IF WS-FS-LEGALHLD NOT EQUAL '00'
                 DISPLAY 'CLOSE LEGALHLD FS:' WS-FS-LEGALHLD
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           PERFORM P600-SEND-PARTNER THRU P600-SEND-PARTNER-EXIT
              VARYING WS-PTN-IX FROM 1 BY 1
              UNTIL WS-PTN-IX GREATER WS-PTN-CNT

           CLOSE XCHOUT.
           IF WS-FS-XCHOUT NOT EQUAL '00'
              DISPLAY 'CLOSE XCHOUT  FS: ' WS-FS-XCHOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P700-WRITE-TOTALS THRU P700-WRITE-TOTALS-EXIT

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE TOKVAULT.
           IF WS-FS-TOKVAULT NOT EQUAL '00'
              DISPLAY 'CLOSE TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P180-UPDATE-PARTNERS
           THRU    P180-UPDATE-PARTNERS-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'RECORDS SCANNED..: ' WS-SCANNED.
           DISPLAY 'EXCHANGE RECORDS.: ' WS-EXCHANGE-SKIPPED.
           DISPLAY 'SUBJECTS SENT....: ' WS-SUBJECTS-SENT.
           DISPLAY 'REGISTER READ....: ' WS-SENT-READ.
           DISPLAY 'REGISTER WRITTEN.: ' WS-SENT-WRITTEN.
           DISPLAY 'ADDS.............: ' WS-ADDS.
           DISPLAY 'CHANGES..........: ' WS-CHANGES.
           DISPLAY 'REMOVALS.........: ' WS-REMOVALS.
           DISPLAY 'UNCHANGED........: ' WS-UNCHANGED.
           DISPLAY 'EXPUNGED SKIPPED.: ' WS-EXPUNGED-SKIPPED.
           DISPLAY 'DISPUTED SKIPPED.: ' WS-DISPUTED-SKIPPED.
           DISPLAY 'LEGAL HOLD KEPT..: ' WS-HELD-SKIPPED.
           DISPLAY 'INACTIVE SKIPPED.: ' WS-INACTIVE-SKIPPED.
           DISPLAY 'BATCHES SENT.....: ' WS-BATCHES-SENT.
           DISPLAY 'SSNS TOKENIZED...: ' WS-TKN-SENT.
           DISPLAY 'NEW TOKENS.......: ' WS-TKN-ASSIGNED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF46 FINISHED'.

           STOP RUN.

       P200-CHECK-NEXT.

           READ DIFS NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SCANNED

                IF DB-ID-STATE-NUMBER NOT EQUAL WS-CURRENT-SUBJECT
                   IF WS-CURRENT-SUBJECT NOT EQUAL SPACES
                      PERFORM P300-FLUSH-SUBJECT
                      THRU    P300-FLUSH-SUBJECT-EXIT
                   END-IF

                   PERFORM P210-NEW-SUBJECT
                   THRU    P210-NEW-SUBJECT-EXIT
                END-IF

                PERFORM P220-NOTE-RECORD
                THRU    P220-NOTE-RECORD-EXIT
           END-READ
           .

       P200-CHECK-NEXT-EXIT.
           EXIT.

       P210-NEW-SUBJECT.

           MOVE DB-ID-STATE-NUMBER TO WS-CURRENT-SUBJECT
           MOVE ZEROS              TO WS-BUF-CNT
           MOVE SPACES             TO WS-SUBJ-FRAUD-CODE
           MOVE 'N'                TO WS-SUBJ-SENDABLE-SW
           .

       P210-NEW-SUBJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Records the partners sent us are theirs, not ours, and are
      * left out entirely. The subject's fraud code is the first one
      * found on an active, undisputed record.
      *-----------------------------------------------------------------
       P220-NOTE-RECORD.

           IF DB-NEG-EXCHANGE-DATA
              ADD 1 TO WS-EXCHANGE-SKIPPED
           ELSE
              IF DB-ACTIVE
                 AND DB-NOT-DISPUTED
                 AND NOT DB-NOT-FRAUD
                 AND WS-SUBJ-FRAUD-CODE EQUAL SPACES
                 MOVE DB-TR-FRAUD-INDICATOR TO WS-SUBJ-FRAUD-CODE
              END-IF

              EVALUATE TRUE
              WHEN DB-PERSONAL-RECORD
                 PERFORM P230-BUFFER-RECORD
                 THRU    P230-BUFFER-RECORD-EXIT
              WHEN DB-OFFENSE-RECORD AND DB-DETAIL-CHECK
                 PERFORM P230-BUFFER-RECORD
                 THRU    P230-BUFFER-RECORD-EXIT
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           .

       P220-NOTE-RECORD-EXIT.
           EXIT.

       P230-BUFFER-RECORD.

           IF WS-BUF-CNT NOT LESS 200
              DISPLAY 'SUBJECT HAS OVER 200 RECORDS: '
                      WS-CURRENT-SUBJECT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-BUF-CNT
           MOVE WS-BUF-CNT TO WS-BUF-IX

           EVALUATE TRUE
           WHEN DB-INACTIVE
              MOVE 'IN' TO WS-BUF-REASON (WS-BUF-IX)
           WHEN DB-UNDER-DISPUTE
              MOVE 'DP' TO WS-BUF-REASON (WS-BUF-IX)
           WHEN OTHER
              PERFORM P215-CHECK-LEGAL-HOLD
              THRU    P215-CHECK-LEGAL-HOLD-EXIT

              IF WS-ON-HOLD
                 MOVE 'LH'   TO WS-BUF-REASON (WS-BUF-IX)
              ELSE
                 MOVE SPACES TO WS-BUF-REASON (WS-BUF-IX)
              END-IF
           END-EVALUATE

           MOVE SPACES        TO NX-DTL-IMAGE
           MOVE DB-MASTER-KEY TO NX-DTL-REFERENCE

           IF DB-PERSONAL-RECORD
              PERFORM P240-BUILD-SUBJECT-ROW
              THRU    P240-BUILD-SUBJECT-ROW-EXIT

              IF WS-BUF-REASON (WS-BUF-IX) EQUAL SPACES
                 MOVE 'Y' TO WS-SUBJ-SENDABLE-SW
              END-IF
           ELSE
              PERFORM P245-BUILD-CHECK-ROW
              THRU    P245-BUILD-CHECK-ROW-EXIT
           END-IF

           MOVE NX-DTL-IMAGE TO WS-BUF-IMAGE (WS-BUF-IX)
           .

       P230-BUFFER-RECORD-EXIT.
           EXIT.

       P240-BUILD-SUBJECT-ROW.

           MOVE 'S'               TO NX-DTL-KIND
           MOVE DB-LAST-NAME      TO NX-SUB-LAST-NAME
           MOVE DB-FIRST-NAME     TO NX-SUB-FIRST-NAME
           MOVE DB-MIDDLE-INIT    TO NX-SUB-MIDDLE-INIT
           MOVE DB-SSAN           TO NX-SUB-SSAN
           MOVE DB-STREET-ADDR    TO NX-SUB-STREET-ADDR
           MOVE DB-CITY-ADDR      TO NX-SUB-CITY-ADDR
           MOVE DB-STATE-ADDR     TO NX-SUB-STATE-ADDR
           MOVE DB-ZIP            TO NX-SUB-ZIP
           MOVE DB-PERSONAL-PHONE TO NX-SUB-PHONE
           .

       P240-BUILD-SUBJECT-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Check offense row. Numeric fields that will not read go out
      * as zeros; the full MICR account number is sent when present,
      * the short one otherwise.
      *-----------------------------------------------------------------
       P245-BUILD-CHECK-ROW.

           MOVE 'K'                  TO NX-DTL-KIND
           MOVE DB-CK-OFFENSE-CODE   TO NX-CK-OFFENSE-CODE
           MOVE DB-CK-SERIAL-NO      TO NX-CK-SERIAL-NO
           MOVE DB-CK-PAYEE          TO NX-CK-PAYEE
           MOVE DB-CK-REPORTING-SRCE TO NX-CK-REPORTED-BY

           MOVE DB-CK-DATE           TO WS-DATE-CHECK
           PERFORM P250-CENTURY-DATE THRU P250-CENTURY-DATE-EXIT
           MOVE WS-DATE-CYMD         TO NX-CK-DATE

           IF DB-CK-AMT9 NUMERIC
              MOVE DB-CK-AMT9        TO NX-CK-AMOUNT
           ELSE
              MOVE ZEROS             TO NX-CK-AMOUNT
           END-IF

           IF DB-ABA-NO NUMERIC
              MOVE DB-ABA-NO         TO NX-CK-ABA-NO
           ELSE
              MOVE ZEROS             TO NX-CK-ABA-NO
           END-IF

           IF DB-CKING-ACCOUNT-FULL NOT EQUAL SPACES
              MOVE DB-CKING-ACCOUNT-FULL TO NX-CK-ACCOUNT-NO
           ELSE
              MOVE DB-CKING-ACCOUNT-NO   TO NX-CK-ACCOUNT-NO
           END-IF
           .

       P245-BUILD-CHECK-ROW-EXIT.
           EXIT.

       P250-CENTURY-DATE.

           MOVE ZEROS TO WS-DATE-CYMD

           IF WS-DCK-MM NUMERIC
              AND WS-DCK-DD NUMERIC
              AND WS-DCK-YY NUMERIC

              IF WS-DCK-YY-N LESS 50
                 ADD 2000 TO WS-DCK-YY-N GIVING WS-DCK-CENT-YEAR
              ELSE
                 ADD 1900 TO WS-DCK-YY-N GIVING WS-DCK-CENT-YEAR
              END-IF

              COMPUTE WS-DATE-CYMD =
                 WS-DCK-CENT-YEAR * 10000
                 + WS-DCK-MM-N * 100
                 + WS-DCK-DD-N
           END-IF
           .

       P250-CENTURY-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Subject break: decide whether the subject goes out at all,
      * then match each of its records against the sent register.
      *-----------------------------------------------------------------
       P300-FLUSH-SUBJECT.

           MOVE WS-CURRENT-SUBJECT TO WS-EXP-SUBJECT

           PERFORM P155-CHECK-EXPUNGED
           THRU    P155-CHECK-EXPUNGED-EXIT

           EVALUATE TRUE
           WHEN WS-SUBJECT-EXPUNGED
              MOVE 'EX'   TO WS-SUBJ-REASON
           WHEN WS-SUBJ-FRAUD-CODE EQUAL SPACES
              MOVE 'NF'   TO WS-SUBJ-REASON
           WHEN NOT WS-SUBJ-SENDABLE
              MOVE 'NS'   TO WS-SUBJ-REASON
           WHEN OTHER
              MOVE SPACES TO WS-SUBJ-REASON
              ADD 1 TO WS-SUBJECTS-SENT
           END-EVALUATE

           PERFORM P310-MATCH-ENTRY THRU P310-MATCH-ENTRY-EXIT
              VARYING WS-BUF-IX FROM 1 BY 1
              UNTIL WS-BUF-IX GREATER WS-BUF-CNT
           .

       P300-FLUSH-SUBJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Balanced-line match of one buffered record against the sent
      * register. Register rows ahead of it are records gone from
      * DIFS and are withdrawn first.
      *-----------------------------------------------------------------
       P310-MATCH-ENTRY.

           MOVE WS-BUF-REASON (WS-BUF-IX) TO WS-ENTRY-REASON

           IF WS-SUBJ-REASON NOT EQUAL SPACES
              MOVE WS-SUBJ-REASON         TO WS-ENTRY-REASON
           END-IF

           MOVE WS-SUBJ-FRAUD-CODE  TO WS-BUF-FRAUD-CODE (WS-BUF-IX)
           MOVE WS-BUF-KEY (WS-BUF-IX) TO WS-ENTRY-KEY

           PERFORM P330-WITHDRAW-UNSEEN
           THRU    P330-WITHDRAW-UNSEEN-EXIT
              UNTIL WS-SENT-EOF
                 OR XS-MASTER-KEY NOT LESS WS-ENTRY-KEY

           IF NOT WS-SENT-EOF AND XS-MASTER-KEY EQUAL WS-ENTRY-KEY
              PERFORM P315-MATCHED THRU P315-MATCHED-EXIT

              PERFORM P320-READ-REGISTER
              THRU    P320-READ-REGISTER-EXIT
           ELSE
              IF WS-ENTRY-REASON EQUAL SPACES
                 MOVE 'A'                    TO WS-WORK-ACTION
                 MOVE SPACES                 TO WS-WORK-REASON
                 MOVE WS-BUF-IMAGE (WS-BUF-IX) TO WS-WORK-IMAGE

                 PERFORM P340-WRITE-WORK THRU P340-WRITE-WORK-EXIT

                 MOVE WS-RUN-DATE TO WS-SNT-FIRST-SENT

                 PERFORM P350-WRITE-REGISTER
                 THRU    P350-WRITE-REGISTER-EXIT

                 ADD 1 TO WS-ADDS
              ELSE
                 PERFORM P360-COUNT-EXCLUDED
                 THRU    P360-COUNT-EXCLUDED-EXIT
              END-IF
           END-IF
           .

       P310-MATCH-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A record the partners already hold: withdrawn when it no
      * longer qualifies, re-sent when its detail has changed,
      * otherwise carried forward untouched.
      *-----------------------------------------------------------------
       P315-MATCHED.

           EVALUATE TRUE
           WHEN WS-ENTRY-REASON NOT EQUAL SPACES
              MOVE 'R'             TO WS-WORK-ACTION
              MOVE WS-ENTRY-REASON TO WS-WORK-REASON
              MOVE XS-SENT-IMAGE   TO WS-WORK-IMAGE

              PERFORM P340-WRITE-WORK THRU P340-WRITE-WORK-EXIT

              ADD 1 TO WS-REMOVALS
           WHEN XS-SENT-IMAGE EQUAL WS-BUF-IMAGE (WS-BUF-IX)
              MOVE SPACES          TO WS-WORK-ACTION
                                      WS-WORK-REASON
              MOVE XS-SENT-IMAGE   TO WS-WORK-IMAGE

              PERFORM P340-WRITE-WORK THRU P340-WRITE-WORK-EXIT

              WRITE REC-SENT-OUT FROM REC-XCH-SENT
              END-WRITE

              IF WS-FS-SENTOUT NOT EQUAL '00'
                 DISPLAY 'WRITE SENTOUT FS: ' WS-FS-SENTOUT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-SENT-WRITTEN
              ADD 1 TO WS-UNCHANGED
           WHEN OTHER
              MOVE 'C'                    TO WS-WORK-ACTION
              MOVE SPACES                 TO WS-WORK-REASON
              MOVE WS-BUF-IMAGE (WS-BUF-IX) TO WS-WORK-IMAGE

              PERFORM P340-WRITE-WORK THRU P340-WRITE-WORK-EXIT

              MOVE XS-FIRST-SENT-DATE TO WS-SNT-FIRST-SENT

              PERFORM P350-WRITE-REGISTER
              THRU    P350-WRITE-REGISTER-EXIT

              ADD 1 TO WS-CHANGES
           END-EVALUATE
           .

       P315-MATCHED-EXIT.
           EXIT.

       P320-READ-REGISTER.

           READ SENTIN
             AT END
                MOVE 'Y' TO WS-SENT-EOF-SW
             NOT AT END
                ADD 1 TO WS-SENT-READ

                IF XS-MASTER-KEY NOT GREATER WS-PREV-SENT-KEY
                   DISPLAY 'SENTIN OUT OF SEQUENCE AT: '
                           XS-MASTER-KEY
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                MOVE XS-MASTER-KEY TO WS-PREV-SENT-KEY
           END-READ
           .

       P320-READ-REGISTER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A register row with no record left on DIFS: the subject was
      * expunged, or the record was purged or deleted.
      *-----------------------------------------------------------------
       P330-WITHDRAW-UNSEEN.

           MOVE XS-MASTER-KEY (1:26) TO WS-EXP-SUBJECT

           PERFORM P155-CHECK-EXPUNGED
           THRU    P155-CHECK-EXPUNGED-EXIT

           IF WS-SUBJECT-EXPUNGED
              MOVE 'EX' TO WS-WORK-REASON
           ELSE
              MOVE 'IN' TO WS-WORK-REASON
           END-IF

           MOVE 'R'           TO WS-WORK-ACTION
           MOVE XS-SENT-IMAGE TO WS-WORK-IMAGE

           PERFORM P340-WRITE-WORK THRU P340-WRITE-WORK-EXIT

           ADD 1 TO WS-REMOVALS

           PERFORM P320-READ-REGISTER
           THRU    P320-READ-REGISTER-EXIT
           .

       P330-WITHDRAW-UNSEEN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The partner is sent tokens, not SSNs: the subject's SSN, and
      * the id in the reference when the subject is filed under the
      * SSN. The register keeps the real image, so the comparison
      * against DIFS is unaffected, and a token never changes, so the
      * reference a C or R row names is the one sent before.
      *-----------------------------------------------------------------
       P340-WRITE-WORK.

           MOVE SPACES          TO REC-NEG-EXCHANGE
           MOVE 'D'             TO NX-ROW-TYPE
           MOVE WS-ORIGIN-STATE TO NX-SENDER-STATE
           MOVE ZEROS           TO NX-SEQUENCE-NO
           MOVE WS-WORK-ACTION  TO NX-DTL-ACTION
           MOVE WS-WORK-REASON  TO NX-DTL-REMOVE-REASON
           MOVE WS-WORK-IMAGE   TO NX-DTL-IMAGE

           MOVE NX-DTL-REFERENCE (3:24) TO WS-TKN-ID-NO

           PERFORM P987-TOKENIZE-ID-NO
           THRU    P987-TOKENIZE-ID-NO-EXIT

           MOVE WS-TKN-ID-NO    TO NX-DTL-REFERENCE (3:24)

           IF NX-SUBJECT-DETAIL
              MOVE NX-SUB-SSAN  TO WS-TKN-SSAN

              PERFORM P986-TOKENIZE-SSAN
              THRU    P986-TOKENIZE-SSAN-EXIT

              MOVE WS-TKN-TOKEN TO NX-SUB-SSAN
           END-IF

           WRITE REC-XCH-WORK FROM REC-NEG-EXCHANGE
           END-WRITE

           IF WS-FS-XCHWORK NOT EQUAL '00'
              DISPLAY 'WRITE XCHWORK FS: ' WS-FS-XCHWORK
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P340-WRITE-WORK-EXIT.
           EXIT.

       P350-WRITE-REGISTER.

           MOVE WS-WORK-IMAGE TO WS-SNT-IMAGE
           MOVE WS-RUN-DATE   TO WS-SNT-LAST-SENT

           WRITE REC-SENT-OUT FROM WS-SENT-ROW
           END-WRITE

           IF WS-FS-SENTOUT NOT EQUAL '00'
              DISPLAY 'WRITE SENTOUT FS: ' WS-FS-SENTOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-SENT-WRITTEN
           .

       P350-WRITE-REGISTER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A record never sent and not sendable now. Subjects without a
      * fraud indicator are the bulk of the file and are not counted.
      *-----------------------------------------------------------------
       P360-COUNT-EXCLUDED.

           EVALUATE WS-ENTRY-REASON
           WHEN 'EX'
              ADD 1 TO WS-EXPUNGED-SKIPPED
           WHEN 'DP'
              ADD 1 TO WS-DISPUTED-SKIPPED
           WHEN 'LH'
              ADD 1 TO WS-HELD-SKIPPED
           WHEN 'IN'
              ADD 1 TO WS-INACTIVE-SKIPPED
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .

       P360-COUNT-EXCLUDED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One batch per active partner: header, the week's rows (or the
      * full set), and the control trailer. The sequence number moves
      * on by one every week whether or not there are rows, so the
      * partner can tell a batch is missing.
      *-----------------------------------------------------------------
       P600-SEND-PARTNER.

           MOVE SPACES                      TO WS-PARTNER-LINE
           MOVE WS-PTN-STATE (WS-PTN-IX)    TO WS-PL-STATE
           MOVE WS-PTN-NAME (WS-PTN-IX)     TO WS-PL-NAME

           IF WS-PTN-STATUS (WS-PTN-IX) NOT EQUAL 'A'
              MOVE WS-PTN-LAST-SEQ (WS-PTN-IX) TO WS-PL-SEQUENCE
              MOVE 'SUSPENDED'                 TO WS-PL-SET
           ELSE
              PERFORM P605-SEND-BATCH THRU P605-SEND-BATCH-EXIT

              MOVE WS-SEND-SEQUENCE  TO WS-PL-SEQUENCE
              MOVE WS-BATCH-ROWS     TO WS-PL-ROWS
              MOVE WS-BATCH-HASH     TO WS-PL-HASH

              IF WS-SEND-FULL-SET
                 MOVE 'FULL SET'     TO WS-PL-SET
              ELSE
                 MOVE 'CHANGES'      TO WS-PL-SET
              END-IF
           END-IF

           MOVE WS-PARTNER-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P600-SEND-PARTNER-EXIT.
           EXIT.

       P605-SEND-BATCH.

           IF WS-PTN-LAST-SEQ (WS-PTN-IX) EQUAL ZEROS
              MOVE 'Y' TO WS-FULL-SET-SW
           ELSE
              MOVE 'N' TO WS-FULL-SET-SW
           END-IF

           IF WS-PTN-LAST-SEQ (WS-PTN-IX) EQUAL 999999
              MOVE 1 TO WS-SEND-SEQUENCE
           ELSE
              ADD 1 TO WS-PTN-LAST-SEQ (WS-PTN-IX)
                 GIVING WS-SEND-SEQUENCE
           END-IF

           MOVE ZEROS TO WS-BATCH-ROWS
                         WS-BATCH-ADDS
                         WS-BATCH-CHANGES
                         WS-BATCH-REMOVALS
                         WS-BATCH-HASH

           MOVE SPACES                   TO REC-NEG-EXCHANGE
           MOVE 'H'                      TO NX-ROW-TYPE
           MOVE WS-RUN-DATE              TO NX-HDR-SEND-DATE

           IF WS-SEND-FULL-SET
              MOVE 'F'                   TO NX-HDR-SET-TYPE
           ELSE
              MOVE 'C'                   TO NX-HDR-SET-TYPE
           END-IF

           PERFORM P620-WRITE-EXCHANGE THRU P620-WRITE-EXCHANGE-EXIT

           OPEN INPUT XCHWORK.

           IF WS-FS-XCHWORK NOT EQUAL '00'
              DISPLAY 'OPEN XCHWORK  FS: ' WS-FS-XCHWORK
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-WORK-EOF-SW

           PERFORM P610-COPY-WORK-ROW THRU P610-COPY-WORK-ROW-EXIT
              UNTIL WS-WORK-EOF

           CLOSE XCHWORK.
           IF WS-FS-XCHWORK NOT EQUAL '00'
              DISPLAY 'CLOSE XCHWORK FS: ' WS-FS-XCHWORK
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE SPACES              TO REC-NEG-EXCHANGE
           MOVE 'T'                 TO NX-ROW-TYPE
           MOVE WS-BATCH-ROWS       TO NX-TRL-DETAIL-COUNT
           MOVE WS-BATCH-ADDS       TO NX-TRL-ADD-COUNT
           MOVE WS-BATCH-CHANGES    TO NX-TRL-CHANGE-COUNT
           MOVE WS-BATCH-REMOVALS   TO NX-TRL-REMOVE-COUNT
           MOVE WS-BATCH-HASH       TO NX-TRL-AMOUNT-HASH

           PERFORM P620-WRITE-EXCHANGE THRU P620-WRITE-EXCHANGE-EXIT

           MOVE WS-SEND-SEQUENCE TO WS-PTN-LAST-SEQ (WS-PTN-IX)
           MOVE WS-RUN-DATE      TO WS-PTN-LAST-SEND (WS-PTN-IX)
           ADD 1 TO WS-BATCHES-SENT
           .

       P605-SEND-BATCH-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A full-set partner takes every row standing on the register,
      * each as an add; a changes-only partner takes the rows that
      * carry an action.
      *-----------------------------------------------------------------
       P610-COPY-WORK-ROW.

           READ XCHWORK
             AT END
                MOVE 'Y' TO WS-WORK-EOF-SW
             NOT AT END
                MOVE REC-XCH-WORK TO REC-NEG-EXCHANGE

                IF WS-SEND-FULL-SET
                   IF NOT NX-REMOVE
                      MOVE 'A' TO NX-DTL-ACTION

                      PERFORM P620-WRITE-EXCHANGE
                      THRU    P620-WRITE-EXCHANGE-EXIT
                   END-IF
                ELSE
                   IF NX-DTL-ACTION NOT EQUAL SPACE
                      PERFORM P620-WRITE-EXCHANGE
                      THRU    P620-WRITE-EXCHANGE-EXIT
                   END-IF
                END-IF
           END-READ
           .

       P610-COPY-WORK-ROW-EXIT.
           EXIT.

       P620-WRITE-EXCHANGE.

           MOVE WS-ORIGIN-STATE          TO NX-SENDER-STATE
           MOVE WS-PTN-STATE (WS-PTN-IX) TO NX-RECEIVER-STATE
           MOVE WS-SEND-SEQUENCE         TO NX-SEQUENCE-NO

           IF NX-DETAIL-ROW
              ADD 1 TO WS-BATCH-ROWS

              EVALUATE TRUE
              WHEN NX-ADD
                 ADD 1 TO WS-BATCH-ADDS
              WHEN NX-CHANGE
                 ADD 1 TO WS-BATCH-CHANGES
              WHEN OTHER
                 ADD 1 TO WS-BATCH-REMOVALS
              END-EVALUATE

              IF NX-CHECK-DETAIL
                 ADD NX-CK-AMOUNT TO WS-BATCH-HASH
              END-IF
           END-IF

           WRITE REC-NEG-EXCHANGE
           END-WRITE

           IF WS-FS-XCHOUT NOT EQUAL '00'
              DISPLAY 'WRITE XCHOUT  FS: ' WS-FS-XCHOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P620-WRITE-EXCHANGE-EXIT.
           EXIT.

       P700-WRITE-TOTALS.

           IF WS-PTN-CNT EQUAL ZERO
              MOVE '   NO PARTNERS ON XCHPTNF' TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'SUBJECTS SENT'          TO WS-TL-LABEL
           MOVE WS-SUBJECTS-SENT         TO WS-TL-COUNT
           PERFORM P710-WRITE-TOTAL-LINE THRU P710-WRITE-TOTAL-LINE-EXIT

           MOVE 'RECORDS ADDED'          TO WS-TL-LABEL
           MOVE WS-ADDS                  TO WS-TL-COUNT
           PERFORM P710-WRITE-TOTAL-LINE THRU P710-WRITE-TOTAL-LINE-EXIT

           MOVE 'RECORDS CHANGED'        TO WS-TL-LABEL
           MOVE WS-CHANGES               TO WS-TL-COUNT
           PERFORM P710-WRITE-TOTAL-LINE THRU P710-WRITE-TOTAL-LINE-EXIT

           MOVE 'RECORDS WITHDRAWN'      TO WS-TL-LABEL
           MOVE WS-REMOVALS              TO WS-TL-COUNT
           PERFORM P710-WRITE-TOTAL-LINE THRU P710-WRITE-TOTAL-LINE-EXIT

           MOVE 'RECORDS UNCHANGED'      TO WS-TL-LABEL
           MOVE WS-UNCHANGED             TO WS-TL-COUNT
           PERFORM P710-WRITE-TOTAL-LINE THRU P710-WRITE-TOTAL-LINE-EXIT

           MOVE 'NOT SENT - EXPUNGED'    TO WS-TL-LABEL
           MOVE WS-EXPUNGED-SKIPPED      TO WS-TL-COUNT
           PERFORM P710-WRITE-TOTAL-LINE THRU P710-WRITE-TOTAL-LINE-EXIT

           MOVE 'NOT SENT - UNDER DISPUTE' TO WS-TL-LABEL
           MOVE WS-DISPUTED-SKIPPED      TO WS-TL-COUNT
           PERFORM P710-WRITE-TOTAL-LINE THRU P710-WRITE-TOTAL-LINE-EXIT

           MOVE 'NOT SENT - LEGAL HOLD'  TO WS-TL-LABEL
           MOVE WS-HELD-SKIPPED          TO WS-TL-COUNT
           PERFORM P710-WRITE-TOTAL-LINE THRU P710-WRITE-TOTAL-LINE-EXIT

           MOVE 'NOT SENT - INACTIVE'    TO WS-TL-LABEL
           MOVE WS-INACTIVE-SKIPPED      TO WS-TL-COUNT
           PERFORM P710-WRITE-TOTAL-LINE THRU P710-WRITE-TOTAL-LINE-EXIT

           MOVE 'REGISTER ROWS FORWARD'  TO WS-TL-LABEL
           MOVE WS-SENT-WRITTEN          TO WS-TL-COUNT
           PERFORM P710-WRITE-TOTAL-LINE THRU P710-WRITE-TOTAL-LINE-EXIT
           .

       P700-WRITE-TOTALS-EXIT.
           EXIT.

       P710-WRITE-TOTAL-LINE.

           MOVE WS-TOTAL-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P710-WRITE-TOTAL-LINE-EXIT.
           EXIT.

       P100-LOAD-PARTNERS.

           OPEN INPUT XCHPTNF.

           IF WS-FS-XCHPTNF NOT EQUAL '00'
              DISPLAY 'OPEN XCHPTNF  FS: ' WS-FS-XCHPTNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P105-LOAD-PARTNER-NEXT
           THRU    P105-LOAD-PARTNER-NEXT-EXIT
              UNTIL WS-PTN-EOF

           CLOSE XCHPTNF

           DISPLAY 'EXCHANGE PARTNERS.......: ' WS-PTN-CNT
           .

       P100-LOAD-PARTNERS-EXIT.
           EXIT.

       P105-LOAD-PARTNER-NEXT.

           READ XCHPTNF
             AT END
                MOVE 'Y' TO WS-PTN-EOF-SW
             NOT AT END
                IF WS-PTN-CNT NOT LESS 60
                   DISPLAY 'MORE THAN 60 PARTNERS ON XCHPTNF'
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                ADD 1 TO WS-PTN-CNT
                MOVE XP-PARTNER-STATE  TO WS-PTN-STATE (WS-PTN-CNT)
                MOVE XP-PARTNER-NAME   TO WS-PTN-NAME (WS-PTN-CNT)
                MOVE XP-STATUS         TO WS-PTN-STATUS (WS-PTN-CNT)
                MOVE ZEROS             TO WS-PTN-LAST-SEQ (WS-PTN-CNT)
                                          WS-PTN-LAST-SEND (WS-PTN-CNT)

                IF XP-LAST-SEQUENCE NUMERIC
                   MOVE XP-LAST-SEQUENCE
                     TO WS-PTN-LAST-SEQ (WS-PTN-CNT)
                END-IF

                IF XP-LAST-SEND-DATE NUMERIC
                   MOVE XP-LAST-SEND-DATE
                     TO WS-PTN-LAST-SEND (WS-PTN-CNT)
                END-IF
           END-READ
           .

       P105-LOAD-PARTNER-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A register that was never created means nothing has been
      * sent yet: every qualifying record goes out as an add.
      *-----------------------------------------------------------------
       P130-OPEN-REGISTER.

           OPEN INPUT SENTIN.

           EVALUATE TRUE
           WHEN WS-FS-SENTIN EQUAL '00'
              PERFORM P320-READ-REGISTER
              THRU    P320-READ-REGISTER-EXIT
           WHEN WS-FS-SENTIN EQUAL '35'
              DISPLAY 'SENTIN NOT DEFINED. NOTHING SENT BEFORE.'
              MOVE 'Y' TO WS-SENTIN-OFF-SW
                          WS-SENT-EOF-SW
           WHEN OTHER
              DISPLAY 'OPEN SENTIN  FS: ' WS-FS-SENTIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P130-OPEN-REGISTER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Court-ordered expungement (see EXPUNGF.cpy): a subject on the
      * register is never sent, and anything sent before is
      * withdrawn.
      *-----------------------------------------------------------------
       P140-OPEN-EXPUNGE-REGISTER.

           OPEN INPUT EXPUNGF.

           EVALUATE TRUE
           WHEN WS-FS-EXPUNGF EQUAL '00'
              CONTINUE
           WHEN WS-FS-EXPUNGF EQUAL '35'
              DISPLAY 'EXPUNGF NOT DEFINED. NO SUPPRESSION.'
              MOVE 'Y' TO WS-EXPUNGF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN EXPUNGF FS: ' WS-FS-EXPUNGF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P140-OPEN-EXPUNGE-REGISTER-EXIT.
           EXIT.

       P155-CHECK-EXPUNGED.

           MOVE 'N' TO WS-EXPUNGED-SW

           IF NOT WS-EXPUNGF-OFF
              MOVE WS-EXP-SUBJECT TO EXP-ID-STATE-NUMBER

              READ EXPUNGF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'Y' TO WS-EXPUNGED-SW
              END-READ
           END-IF
           .

       P155-CHECK-EXPUNGED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Hard legal-hold enforcement (see LEGALHLD.cpy): a record
      * whose master key carries an in-window hold is not sent. A
      * region with no hold cluster defined holds nothing.
      *-----------------------------------------------------------------
       P145-OPEN-LEGAL-HOLDS.

           OPEN INPUT LEGALHLD.

           EVALUATE TRUE
           WHEN WS-FS-LEGALHLD EQUAL '00'
              CONTINUE
           WHEN WS-FS-LEGALHLD EQUAL '35'
              DISPLAY 'LEGALHLD NOT DEFINED. NO HOLDS IN EFFECT.'
              MOVE 'Y' TO WS-LEGALHLD-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN LEGALHLD FS:' WS-FS-LEGALHLD
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE
           .

       P145-OPEN-LEGAL-HOLDS-EXIT.
           EXIT.

       P215-CHECK-LEGAL-HOLD.

           MOVE 'N' TO WS-ON-HOLD-SW

           IF NOT WS-LEGALHLD-OFF
              MOVE DB-MASTER-KEY TO LH-MASTER-KEY

              READ LEGALHLD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF WS-RUN-DATE NOT LESS LH-EFFECTIVE-DATE
                      AND (LH-EXPIRY-DATE EQUAL ZEROS
                         OR WS-RUN-DATE NOT GREATER LH-EXPIRY-DATE)
                      MOVE 'Y' TO WS-ON-HOLD-SW
                   END-IF
              END-READ
           END-IF
           .

       P215-CHECK-LEGAL-HOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Partner rows go back with this run's sequence numbers only
      * after the exchange file is closed clean.
      *-----------------------------------------------------------------
       P180-UPDATE-PARTNERS.

           OPEN OUTPUT XCHPTNF.

           IF WS-FS-XCHPTNF NOT EQUAL '00'
              DISPLAY 'OPEN XCHPTNF  FS: ' WS-FS-XCHPTNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P185-WRITE-PARTNER THRU P185-WRITE-PARTNER-EXIT
              VARYING WS-PTN-IX FROM 1 BY 1
              UNTIL WS-PTN-IX GREATER WS-PTN-CNT

           CLOSE XCHPTNF

           IF WS-FS-XCHPTNF NOT EQUAL '00'
              DISPLAY 'CLOSE XCHPTNF FS: ' WS-FS-XCHPTNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P180-UPDATE-PARTNERS-EXIT.
           EXIT.

       P185-WRITE-PARTNER.

           MOVE SPACES                       TO REC-XCH-PARTNER
           MOVE WS-PTN-STATE (WS-PTN-IX)     TO XP-PARTNER-STATE
           MOVE WS-PTN-NAME (WS-PTN-IX)      TO XP-PARTNER-NAME
           MOVE WS-PTN-STATUS (WS-PTN-IX)    TO XP-STATUS
           MOVE WS-PTN-LAST-SEQ (WS-PTN-IX)  TO XP-LAST-SEQUENCE
           MOVE WS-PTN-LAST-SEND (WS-PTN-IX) TO XP-LAST-SEND-DATE

           WRITE REC-XCH-PARTNER
           END-WRITE

           IF WS-FS-XCHPTNF NOT EQUAL '00'
              DISPLAY 'WRITE XCHPTNF FS: ' WS-FS-XCHPTNF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P185-WRITE-PARTNER-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY SSNTKRT.

       COPY RPTWRT.
