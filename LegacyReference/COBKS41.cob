      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Full-snapshot reconciliation against a sending system's own
      * client master. A feed that sends INPUTF deltas every night
      * sends, now and then, its whole master in the same INPUTF card
      * layout -- one feed group, header and trailer as usual, native
      * ids translated through EXTIDF exactly as COBKS05 translates
      * them -- and this job compares it field by field with the
      * CLIENT rows of the types that feed owns. A lost delta shows up
      * as a client missing on our side, a client missing on theirs,
      * or a field mismatch.
      *
      * With the corrections switch on, the job also writes CORRF: a
      * complete INPUTF feed group under the feed's own id that would
      * bring CLIENT into line with the snapshot -- the snapshot card
      * itself for a missing or mismatched row, a type-4 delete for a
      * row the feed no longer has. Data control reviews the deck and
      * submits it through COBKS05 like any other feed; the header
      * carries this run's processing date and is re-dated if the
      * deck goes in on a later day.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS41.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT SNAPF    ASSIGN TO SNAPF
                  FILE STATUS IS WS-FS-SNAPF.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT EXTIDF   ASSIGN TO EXTIDF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS XID-KEY
                  FILE STATUS   IS WS-FS-EXTIDF.

      *-----------------------------------------------------------------
      * SEENF is the same scratch key file the loaders use, opened
      * OUTPUT so it starts empty: every CLIENT-ID/CLIENT-TYPE the
      * snapshot covers is written to it, and the second pass looks
      * our rows up against it to find the ones the feed no longer
      * has.
      *-----------------------------------------------------------------
           SELECT SEENF    ASSIGN TO SEENF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SEEN-KEY
                  FILE STATUS   IS WS-FS-SEENF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT CORRF    ASSIGN TO CORRF
                  FILE STATUS IS WS-FS-CORRF.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  SNAPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

      *-----------------------------------------------------------------
      * The INPUTF card layout as COBKS05 reads it.
      *-----------------------------------------------------------------
       01  REC-SNAPSHOT.
           03  SNP-ID                    PIC  9(09).
           03  SNP-TYPE                  PIC  9(04).
           03  SNP-MAIN.
            05 SNP-NAME                  PIC  X(30).
            05 SNP-BDATE                 PIC  X(10).
            05 SNP-ED-LVL                PIC  X(10).
            05 SNP-INCOME                PIC  S9(07)V99.
            05 SNP-INCOME-X REDEFINES SNP-INCOME
                                         PIC  X(09).
            05 FILLER                    PIC  X(08).
           03  SNP-ADDRESS REDEFINES  SNP-MAIN.
            05 SNP-ADDR-NUMBER           PIC  9(009).
            05 SNP-ADDR-NUMBER-X REDEFINES SNP-ADDR-NUMBER
                                         PIC  X(009).
            05 SNP-ADDR-STREET           PIC  X(030).
            05 SNP-ADDR-CITY             PIC  X(020).
            05 SNP-ADDR-STATE            PIC  X(002).
            05 SNP-ADDR-ZIP              PIC  X(005).
            05 FILLER                    PIC  X(001).
           03  SNP-CONTACT REDEFINES  SNP-MAIN.
            05 SNP-PHONE                 PIC  X(012).
            05 SNP-EMAIL                 PIC  X(038).
            05 FILLER                    PIC  X(017).
           03  SNP-EMPLOYMENT REDEFINES SNP-MAIN.
            05 SNP-EMPLOYER-NAME         PIC  X(030).
            05 SNP-HIRE-DATE             PIC  X(010).
            05 FILLER                    PIC  X(027).
           03  SNP-HEADER REDEFINES  SNP-MAIN.
            05 SNP-HDR-BUSINESS-DATE     PIC  9(008).
            05 SNP-HDR-FEED-ID           PIC  X(008).
            05 FILLER                    PIC  X(051).
           03  SNP-TRAILER REDEFINES  SNP-MAIN.
            05 SNP-TRL-RECORD-COUNT      PIC  9(009).
            05 SNP-TRL-HASH-TOTAL        PIC  9(018).
            05 FILLER                    PIC  X(040).

       FD  CLIENT.

       01  REC-CLIENT.
           03  CLIENT-KEY.
            05 CLIENT-ID                 PIC  9(009) COMP.
            05 CLIENT-TYPE               PIC  9(004) COMP.
           03  CLIENT-MAIN.
            05 CLIENT-NAME               PIC  X(030).
            05 CLIENT-BDATE              PIC  X(010).
            05 CLIENT-ED-LVL             PIC  X(010).
            05 CLIENT-INCOME             PIC  S9(007)V99 COMP-3.
            05 FILLER                    PIC  X(439).
           03  CLIENT-ADDRESS REDEFINES  CLIENT-MAIN.
            05 CLIENT-ADDR-NUMBER        PIC  9(009) COMP.
            05 CLIENT-ADDR-STREET        PIC  X(040).
            05 CLIENT-ADDR-CITY          PIC  X(020).
            05 CLIENT-ADDR-STATE         PIC  X(002).
            05 CLIENT-ADDR-ZIP           PIC  X(005).
            05 FILLER                    PIC  X(423).
           03  CLIENT-CONTACT REDEFINES  CLIENT-MAIN.
            05 CLIENT-PHONE              PIC  X(012).
            05 CLIENT-EMAIL              PIC  X(038).
            05 FILLER                    PIC  X(444).
           03  CLIENT-EMPLOYMENT REDEFINES CLIENT-MAIN.
            05 CLIENT-EMPLOYER-NAME      PIC  X(030).
            05 CLIENT-HIRE-DATE          PIC  X(010).
            05 FILLER                    PIC  X(454).

       FD  EXTIDF.

       COPY EXTIDF.

       FD  SEENF.

       COPY SEENF.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  CORRF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-CORRECTION                PIC  X(080).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 124 CHARACTERS.

       COPY EXCEPF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-SNAPF               PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-EXTIDF              PIC X(002) VALUE SPACES.
           05  WS-FS-SEENF               PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-CORRF               PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-VAL-COUNT              PIC 9(009) VALUE ZEROS.
           05  WS-VAL-BAD                PIC 9(009) VALUE ZEROS.
           05  WS-VAL-DETAIL             PIC 9(009) VALUE ZEROS.
           05  WS-VAL-HASH               PIC 9(018) VALUE ZEROS.
           05  WS-SNAP-DETAIL            PIC 9(009) VALUE ZEROS.
           05  WS-NOT-OWNED              PIC 9(009) VALUE ZEROS.
           05  WS-MATCHED                PIC 9(009) VALUE ZEROS.
           05  WS-MISMATCHED             PIC 9(009) VALUE ZEROS.
           05  WS-FIELDS-DIFF            PIC 9(009) VALUE ZEROS.
           05  WS-MISSING-OURS           PIC 9(009) VALUE ZEROS.
           05  WS-UNMAPPED               PIC 9(009) VALUE ZEROS.
           05  WS-MISSING-THEIRS         PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-CORR-DETAIL            PIC 9(009) VALUE ZEROS.
           05  WS-CORR-HASH              PIC 9(018) VALUE ZEROS.
           05  WS-OWN-IX                 PIC 9(001) VALUE ZEROS.
           05  WS-OWN-FOUND-IDX          PIC 9(001) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-FEED-ID                    PIC X(008) VALUE SPACES.
       01  WS-SNAP-DATE                  PIC 9(008) VALUE ZEROS.
       01  WS-NATIVE-ID                  PIC 9(009) VALUE ZEROS.
       01  WS-WORK-CLIENT-ID             PIC 9(009) VALUE ZEROS.
       01  WS-WORK-TYPE                  PIC 9(004) VALUE ZEROS.
       01  WS-STREET-WORK                PIC X(040) VALUE SPACES.
       01  WS-AMOUNT-EDIT                PIC -Z,ZZZ,ZZ9.99.
       01  WS-NUMBER-EDIT                PIC Z(08)9.

      *-----------------------------------------------------------------
      * Control card (SYSIN): cols 1-16 up to four CLIENT types the
      * feed owns, four digits each; col 17 'Y' writes the corrective
      * deck to CORRF. With no types on the card the feed is taken to
      * own every type its snapshot carries.
      *-----------------------------------------------------------------
       01  WS-RECON-CARD.
           05  WS-RCN-TYPE               PIC X(004) OCCURS 4 TIMES.
           05  WS-RCN-CORRECT-SW         PIC X(001).
               88  WS-RCN-CORRECT            VALUE 'Y'.
           05  FILLER                    PIC X(063).

       01  WS-OWN-TABLE.
           05  WS-OWN-CNT                PIC 9(001) VALUE ZEROS.
           05  WS-OWN-TYPE               PIC 9(004) OCCURS 4 TIMES.

      *-----------------------------------------------------------------
      * Header, trailer and delete cards for the corrective deck, in
      * the INPUTF layout.
      *-----------------------------------------------------------------
       01  WS-CORR-CARD.
           05  WS-COR-ID                 PIC 9(009).
           05  WS-COR-TYPE               PIC 9(004).
           05  WS-COR-MAIN               PIC X(067).
           05  WS-COR-HEADER REDEFINES WS-COR-MAIN.
               10  WS-COR-HDR-DATE       PIC 9(008).
               10  WS-COR-HDR-FEED-ID    PIC X(008).
               10  FILLER                PIC X(051).
           05  WS-COR-TRAILER REDEFINES WS-COR-MAIN.
               10  WS-COR-TRL-COUNT      PIC 9(009).
               10  WS-COR-TRL-HASH       PIC 9(018).
               10  FILLER                PIC X(040).
           05  WS-COR-DELETE REDEFINES WS-COR-MAIN.
               10  WS-COR-DEL-TYPE       PIC 9(004).
               10  FILLER                PIC X(063).

       01  WS-SWITCHES.
           05  WS-SNAPF-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-SNAPF-EOF              VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-CLIENT-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-CLIENT-EOF             VALUE 'Y'.
           05  WS-EXTIDF-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-EXTIDF-EOF             VALUE 'Y'.
           05  WS-EXTIDF-OFF-SW          PIC X(001) VALUE 'N'.
               88  WS-EXTIDF-OFF             VALUE 'Y'.
           05  WS-XLT-ON-SW              PIC X(001) VALUE 'N'.
               88  WS-XLT-ON                 VALUE 'Y'.
           05  WS-HDR-SEEN-SW            PIC X(001) VALUE 'N'.
               88  WS-HDR-SEEN               VALUE 'Y'.
           05  WS-TRL-SEEN-SW            PIC X(001) VALUE 'N'.
               88  WS-TRL-SEEN               VALUE 'Y'.
           05  WS-ROW-OK-SW              PIC X(001) VALUE 'Y'.
               88  WS-ROW-OK                 VALUE 'Y'.
           05  WS-ROW-DIFF-SW            PIC X(001) VALUE 'N'.
               88  WS-ROW-DIFF               VALUE 'Y'.

       01  WS-RECON-LINE.
           05  WS-RCL-NATIVE-ID          PIC Z(08)9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RCL-CLIENT-ID          PIC Z(08)9 BLANK WHEN ZERO
                                         VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RCL-FIELD              PIC X(010) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RCL-SIDE               PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-RCL-VALUE              PIC X(040) VALUE SPACES.

       01  WS-DIFF-FIELD                 PIC X(010) VALUE SPACES.
       01  WS-OURS-VALUE                 PIC X(040) VALUE SPACES.
       01  WS-THEIRS-VALUE               PIC X(040) VALUE SPACES.

       01  WS-TYPE-LABEL.
           05  FILLER                    PIC X(005) VALUE 'TYPE '.
           05  WS-TYL-TYPE               PIC 9(004) VALUE ZEROS.
           05  FILLER                    PIC X(001) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS41 STARTED'.

           ACCEPT WS-RECON-CARD FROM SYSIN.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           PERFORM P060-LOAD-OWNED-TYPES
           THRU    P060-LOAD-OWNED-TYPES-EXIT

           OPEN INPUT SNAPF.

           IF WS-FS-SNAPF NOT EQUAL '00'
              DISPLAY 'OPEN SNAPF   FS: ' WS-FS-SNAPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P050-VALIDATE-SNAPSHOT
           THRU    P050-VALIDATE-SNAPSHOT-EXIT

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT EXTIDF.

           EVALUATE TRUE
           WHEN WS-FS-EXTIDF EQUAL '00'
              CONTINUE
           WHEN WS-FS-EXTIDF EQUAL '35'
              DISPLAY 'EXTIDF NOT DEFINED. TRANSLATION OFF.'
              MOVE 'Y' TO WS-EXTIDF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN EXTIDF  FS: ' WS-FS-EXTIDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           PERFORM P065-CHECK-FEED-ENROLLMENT
           THRU    P065-CHECK-FEED-ENROLLMENT-EXIT

           OPEN OUTPUT SEENF.

           IF WS-FS-SEENF NOT EQUAL '00'
              DISPLAY 'OPEN SEENF   FS: ' WS-FS-SEENF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE SEENF.

           OPEN I-O SEENF.

           IF WS-FS-SEENF NOT EQUAL '00'
              DISPLAY 'REOPEN SEENF FS: ' WS-FS-SEENF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT EXCEPF.

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'OPEN EXCEPF   FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-RCN-CORRECT
              OPEN OUTPUT CORRF

              IF WS-FS-CORRF NOT EQUAL '00'
                 DISPLAY 'OPEN CORRF    FS:' WS-FS-CORRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              MOVE SPACES      TO WS-CORR-CARD
              MOVE ZEROS       TO WS-COR-ID
                                  WS-COR-TYPE
              MOVE WS-RUN-DATE TO WS-COR-HDR-DATE
              MOVE WS-FEED-ID  TO WS-COR-HDR-FEED-ID

              PERFORM P930-WRITE-CORR-CARD
              THRU    P930-WRITE-CORR-CARD-EXIT
           END-IF

           MOVE 'FEED SNAPSHOT RECONCILIATION'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS41 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'NATIVE-ID  CLIENT-ID  FIELD      SIDE   VALUE'
                                   TO WS-COLUMN-HEADING (1:45)

           PERFORM P100-READ-SNAPSHOT THRU P100-READ-SNAPSHOT-EXIT

           PERFORM P200-COMPARE-ROW THRU P200-COMPARE-ROW-EXIT
              UNTIL WS-SNAPF-EOF

           IF WS-XLT-ON
              PERFORM P400-WALK-FEED-XREF
              THRU    P400-WALK-FEED-XREF-EXIT
           ELSE
              PERFORM P450-WALK-CLIENT
              THRU    P450-WALK-CLIENT-EXIT
           END-IF

           IF WS-RCN-CORRECT
              MOVE SPACES         TO WS-CORR-CARD
              MOVE 999999999      TO WS-COR-ID
              MOVE 9999           TO WS-COR-TYPE
              MOVE WS-CORR-DETAIL TO WS-COR-TRL-COUNT
              MOVE WS-CORR-HASH   TO WS-COR-TRL-HASH

              PERFORM P930-WRITE-CORR-CARD
              THRU    P930-WRITE-CORR-CARD-EXIT

              CLOSE CORRF

              IF WS-FS-CORRF NOT EQUAL '00'
                 DISPLAY 'CLOSE CORRF   FS:' WS-FS-CORRF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE SNAPF.
           IF WS-FS-SNAPF NOT EQUAL '00'
              DISPLAY 'CLOSE SNAPF   FS:' WS-FS-SNAPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-EXTIDF-OFF
              CLOSE EXTIDF

              IF WS-FS-EXTIDF NOT EQUAL '00'
                 DISPLAY 'CLOSE EXTIDF  FS:' WS-FS-EXTIDF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE SEENF.
           IF WS-FS-SEENF NOT EQUAL '00'
              DISPLAY 'CLOSE SEENF   FS:' WS-FS-SEENF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE EXCEPF.
           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'CLOSE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'SNAPSHOT DETAILS..: ' WS-SNAP-DETAIL.
           DISPLAY 'TYPES NOT OWNED...: ' WS-NOT-OWNED.
           DISPLAY 'ROWS MATCHED......: ' WS-MATCHED.
           DISPLAY 'ROWS MISMATCHED...: ' WS-MISMATCHED.
           DISPLAY 'FIELDS DIFFERENT..: ' WS-FIELDS-DIFF.
           DISPLAY 'MISSING ON OURS...: ' WS-MISSING-OURS.
           DISPLAY 'NATIVE ID UNMAPPED: ' WS-UNMAPPED.
           DISPLAY 'MISSING ON THEIRS.: ' WS-MISSING-THEIRS.
           DISPLAY 'REJECTED..........: ' WS-REJECTED.
           DISPLAY 'CORRECTIONS.......: ' WS-CORR-DETAIL.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS41 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * A structural and control-total pass over the snapshot before
      * anything is compared, on the same rules COBKS05 applies to
      * INPUTF -- except that a snapshot is exactly one feed group. A
      * truncated snapshot would otherwise report every client past
      * the break as missing on their side.
      *-----------------------------------------------------------------
       P050-VALIDATE-SNAPSHOT.

           PERFORM P100-READ-SNAPSHOT THRU P100-READ-SNAPSHOT-EXIT

           PERFORM P051-VALIDATE-ONE THRU P051-VALIDATE-ONE-EXIT
              UNTIL WS-SNAPF-EOF

           IF NOT WS-HDR-SEEN
              ADD 1 TO WS-VAL-BAD
              DISPLAY 'SNAPSHOT HEADER RECORD MISSING'
           END-IF

           IF NOT WS-TRL-SEEN
              ADD 1 TO WS-VAL-BAD
              DISPLAY 'SNAPSHOT TRAILER RECORD MISSING'
           END-IF

           IF WS-OWN-CNT EQUAL ZEROS
              ADD 1 TO WS-VAL-BAD
              DISPLAY 'NO OWNED CLIENT TYPES ON THE SNAPSHOT'
           END-IF

           DISPLAY 'SNAPSHOT RECORDS VALIDATED: ' WS-VAL-COUNT
           DISPLAY 'SNAPSHOT FEED ID..........: ' WS-FEED-ID
           DISPLAY 'SNAPSHOT BUSINESS DATE....: ' WS-SNAP-DATE

           IF WS-VAL-BAD GREATER ZERO
              DISPLAY 'SNAPF FAILED STRUCTURAL VALIDATION.'
              DISPLAY 'RUN TERMINATED BEFORE ANY COMPARISON.'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE SNAPF.

           IF WS-FS-SNAPF NOT EQUAL '00'
              DISPLAY 'CLOSE SNAPF  FS: ' WS-FS-SNAPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT SNAPF.

           IF WS-FS-SNAPF NOT EQUAL '00'
              DISPLAY 'REOPEN SNAPF FS: ' WS-FS-SNAPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-SNAPF-EOF-SW
           .

       P050-VALIDATE-SNAPSHOT-EXIT.
           EXIT.

       P051-VALIDATE-ONE.

           ADD 1 TO WS-VAL-COUNT

           EVALUATE TRUE
           WHEN SNP-ID NOT NUMERIC OR SNP-TYPE NOT NUMERIC
              ADD 1 TO WS-VAL-BAD
              DISPLAY 'INVALID SNAPF KEY AT RECORD: ' WS-VAL-COUNT

           WHEN WS-TRL-SEEN
              ADD 1 TO WS-VAL-BAD
              DISPLAY 'RECORD AFTER SNAPSHOT TRAILER AT RECORD: '
                       WS-VAL-COUNT

           WHEN SNP-ID EQUAL ZEROS AND SNP-TYPE EQUAL ZEROS
              IF WS-HDR-SEEN
                 ADD 1 TO WS-VAL-BAD
                 DISPLAY 'SECOND FEED HEADER AT RECORD: '
                          WS-VAL-COUNT
              ELSE
                 MOVE 'Y' TO WS-HDR-SEEN-SW

                 IF SNP-HDR-BUSINESS-DATE NUMERIC
                    AND SNP-HDR-BUSINESS-DATE GREATER ZERO
                    AND SNP-HDR-FEED-ID NOT EQUAL SPACES
                    MOVE SNP-HDR-BUSINESS-DATE TO WS-SNAP-DATE
                    MOVE SNP-HDR-FEED-ID       TO WS-FEED-ID
                 ELSE
                    ADD 1 TO WS-VAL-BAD
                    DISPLAY 'INVALID DATE OR FEED ID ON HEADER'
                 END-IF
              END-IF

           WHEN SNP-ID EQUAL 999999999 AND SNP-TYPE EQUAL 9999
              MOVE 'Y' TO WS-TRL-SEEN-SW

              IF SNP-TRL-RECORD-COUNT NOT EQUAL WS-VAL-DETAIL
                 ADD 1 TO WS-VAL-BAD
                 DISPLAY 'TRAILER COUNT DISAGREES WITH SNAPSHOT'
                 DISPLAY 'TRAILER COUNT...: ' SNP-TRL-RECORD-COUNT
                 DISPLAY 'DETAILS READ....: ' WS-VAL-DETAIL
              END-IF

              IF SNP-TRL-HASH-TOTAL NOT EQUAL WS-VAL-HASH
                 ADD 1 TO WS-VAL-BAD
                 DISPLAY 'TRAILER HASH DISAGREES WITH SNAPSHOT'
              END-IF

           WHEN OTHER
              IF NOT WS-HDR-SEEN
                 ADD 1 TO WS-VAL-BAD
                 DISPLAY 'DETAIL AHEAD OF FEED HEADER AT RECORD: '
                          WS-VAL-COUNT
              END-IF

              ADD 1      TO WS-VAL-DETAIL
              ADD SNP-ID TO WS-VAL-HASH

              IF WS-RCN-TYPE (1) EQUAL SPACES
                 PERFORM P062-NOTE-SNAPSHOT-TYPE
                 THRU    P062-NOTE-SNAPSHOT-TYPE-EXIT
              END-IF
           END-EVALUATE

           PERFORM P100-READ-SNAPSHOT THRU P100-READ-SNAPSHOT-EXIT
           .

       P051-VALIDATE-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The processing date is the CALENDF row flagged current.
      *-----------------------------------------------------------------
       P055-GET-PROCESS-DATE.

           OPEN INPUT CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'OPEN CALENDF FS: ' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P056-READ-CALENDAR
           THRU    P056-READ-CALENDAR-EXIT
              UNTIL WS-CAL-FOUND OR WS-CALENDF-EOF

           CLOSE CALENDF.

           IF WS-FS-CALENDF NOT EQUAL '00'
              DISPLAY 'CLOSE CALENDF FS:' WS-FS-CALENDF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-CAL-FOUND
              DISPLAY 'NO CURRENT DATE FLAGGED ON CALENDF'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY 'CALENDAR PROCESS DATE...: ' WS-RUN-DATE
           .

       P055-GET-PROCESS-DATE-EXIT.
           EXIT.

       P056-READ-CALENDAR.

           READ CALENDF
             AT END
                MOVE 'Y' TO WS-CALENDF-EOF-SW
             NOT AT END
                IF CAL-CURRENT-DATE
                   MOVE 'Y'      TO WS-CAL-FOUND-SW
                   MOVE CAL-DATE TO WS-RUN-DATE
                END-IF
           END-READ
           .

       P056-READ-CALENDAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Owned types from the control card; a type that is not four
      * digits stops the run, since a mistyped card would otherwise
      * report a whole type missing on their side.
      *-----------------------------------------------------------------
       P060-LOAD-OWNED-TYPES.

           MOVE ZEROS TO WS-OWN-CNT
                         WS-OWN-IX

           PERFORM P061-LOAD-ONE-TYPE THRU P061-LOAD-ONE-TYPE-EXIT
              UNTIL WS-OWN-IX NOT LESS 4

           IF WS-RCN-CORRECT
              DISPLAY 'CORRECTIVE DECK.........: CORRF'
           ELSE
              DISPLAY 'CORRECTIVE DECK.........: NOT WRITTEN'
           END-IF
           .

       P060-LOAD-OWNED-TYPES-EXIT.
           EXIT.

       P061-LOAD-ONE-TYPE.

           ADD 1 TO WS-OWN-IX

           IF WS-RCN-TYPE (WS-OWN-IX) NOT EQUAL SPACES
              IF WS-RCN-TYPE (WS-OWN-IX) NUMERIC
                 ADD 1 TO WS-OWN-CNT
                 MOVE WS-RCN-TYPE (WS-OWN-IX)
                   TO WS-OWN-TYPE (WS-OWN-CNT)
                 DISPLAY 'OWNED CLIENT TYPE.......: '
                          WS-RCN-TYPE (WS-OWN-IX)
              ELSE
                 DISPLAY 'INVALID TYPE ON CONTROL CARD: '
                          WS-RCN-TYPE (WS-OWN-IX)
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P061-LOAD-ONE-TYPE-EXIT.
           EXIT.

       P062-NOTE-SNAPSHOT-TYPE.

           MOVE SNP-TYPE TO WS-WORK-TYPE

           PERFORM P070-FIND-OWNED-TYPE
           THRU    P070-FIND-OWNED-TYPE-EXIT

           IF WS-OWN-FOUND-IDX EQUAL ZERO
              IF WS-OWN-CNT LESS 4
                 ADD 1 TO WS-OWN-CNT
                 MOVE SNP-TYPE TO WS-OWN-TYPE (WS-OWN-CNT)
                 DISPLAY 'OWNED CLIENT TYPE.......: ' SNP-TYPE
              ELSE
                 ADD 1 TO WS-VAL-BAD
                 DISPLAY 'MORE THAN FOUR TYPES ON SNAPSHOT: '
                          SNP-TYPE
              END-IF
           END-IF
           .

       P062-NOTE-SNAPSHOT-TYPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A feed is enrolled for translation when the cross-reference
      * carries its marker row (XID-NATIVE-ID all zeros, see
      * EXTIDF.cpy), as in COBKS05.
      *-----------------------------------------------------------------
       P065-CHECK-FEED-ENROLLMENT.

           MOVE 'N' TO WS-XLT-ON-SW

           IF NOT WS-EXTIDF-OFF
              MOVE WS-FEED-ID TO XID-FEED-ID
              MOVE ZEROS      TO XID-NATIVE-ID

              READ EXTIDF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'Y' TO WS-XLT-ON-SW
              END-READ
           END-IF

           IF WS-XLT-ON
              DISPLAY 'FEED ENROLLED. NATIVE IDS TRANSLATED.'
           ELSE
              DISPLAY 'FEED NOT ENROLLED. IDS ARE CLIENT-IDS.'
           END-IF
           .

       P065-CHECK-FEED-ENROLLMENT-EXIT.
           EXIT.

       P070-FIND-OWNED-TYPE.

           MOVE ZEROS TO WS-OWN-FOUND-IDX
                         WS-OWN-IX

           PERFORM P071-SCAN-OWNED-TYPE THRU P071-SCAN-OWNED-TYPE-EXIT
              UNTIL WS-OWN-IX NOT LESS WS-OWN-CNT
                 OR WS-OWN-FOUND-IDX GREATER ZERO
           .

       P070-FIND-OWNED-TYPE-EXIT.
           EXIT.

       P071-SCAN-OWNED-TYPE.

           ADD 1 TO WS-OWN-IX

           IF WS-OWN-TYPE (WS-OWN-IX) EQUAL WS-WORK-TYPE
              MOVE WS-OWN-IX TO WS-OWN-FOUND-IDX
           END-IF
           .

       P071-SCAN-OWNED-TYPE-EXIT.
           EXIT.

       P100-READ-SNAPSHOT.

           READ SNAPF
             AT END
                MOVE 'Y' TO WS-SNAPF-EOF-SW
           END-READ
           .

       P100-READ-SNAPSHOT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * First pass: each snapshot detail of an owned type is looked up
      * on CLIENT and compared field by field.
      *-----------------------------------------------------------------
       P200-COMPARE-ROW.

           IF (SNP-ID EQUAL ZEROS AND SNP-TYPE EQUAL ZEROS)
              OR (SNP-ID EQUAL 999999999 AND SNP-TYPE EQUAL 9999)
              CONTINUE
           ELSE
              ADD 1 TO WS-SNAP-DETAIL

              MOVE SNP-TYPE TO WS-WORK-TYPE

              PERFORM P070-FIND-OWNED-TYPE
              THRU    P070-FIND-OWNED-TYPE-EXIT

              IF WS-OWN-FOUND-IDX EQUAL ZERO
                 ADD 1 TO WS-NOT-OWNED
              ELSE
                 PERFORM P210-COMPARE-OWNED-ROW
                 THRU    P210-COMPARE-OWNED-ROW-EXIT
              END-IF
           END-IF

           PERFORM P100-READ-SNAPSHOT THRU P100-READ-SNAPSHOT-EXIT
           .

       P200-COMPARE-ROW-EXIT.
           EXIT.

       P210-COMPARE-OWNED-ROW.

           MOVE 'Y'    TO WS-ROW-OK-SW
           MOVE SNP-ID TO WS-NATIVE-ID
                          WS-WORK-CLIENT-ID

           IF SNP-TYPE NOT EQUAL 1 AND 2 AND 3 AND 5
              MOVE 'BTYP' TO EXC-REASON-CODE
              MOVE 'UNSUPPORTED CLIENT TYPE ON SNAPSHOT'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF

           IF WS-ROW-OK AND WS-XLT-ON
              MOVE WS-FEED-ID TO XID-FEED-ID
              MOVE SNP-ID     TO XID-NATIVE-ID

              READ EXTIDF
                INVALID KEY
                   MOVE 'N'   TO WS-ROW-OK-SW
                   MOVE ZEROS TO WS-WORK-CLIENT-ID
                   ADD 1      TO WS-UNMAPPED

                   MOVE SNP-TYPE      TO WS-TYL-TYPE
                   MOVE WS-TYPE-LABEL TO WS-DIFF-FIELD
                   MOVE 'OURS'        TO WS-RCL-SIDE
                   MOVE 'NATIVE ID NOT MAPPED ON EXTIDF'
                                      TO WS-RCL-VALUE

                   PERFORM P710-WRITE-MISSING
                   THRU    P710-WRITE-MISSING-EXIT
                NOT INVALID KEY
                   MOVE XID-CLIENT-ID TO WS-WORK-CLIENT-ID
              END-READ
           END-IF

           IF WS-ROW-OK
              MOVE WS-WORK-CLIENT-ID TO SEEN-ID
              MOVE SNP-TYPE          TO SEEN-TYPE

              WRITE REC-SEEN
              END-WRITE

              EVALUATE TRUE
              WHEN WS-FS-SEENF EQUAL '00'
                 CONTINUE
              WHEN WS-FS-SEENF EQUAL '22'
                 MOVE 'DUPK' TO EXC-REASON-CODE
                 MOVE 'DUPLICATE CLIENT-ID/TYPE ON SNAPSHOT'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              WHEN OTHER
                 DISPLAY 'WRITE SEENF  FS: ' WS-FS-SEENF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-EVALUATE
           END-IF

           IF WS-ROW-OK
              MOVE WS-WORK-CLIENT-ID TO CLIENT-ID
              MOVE SNP-TYPE          TO CLIENT-TYPE

              READ CLIENT
                INVALID KEY
                   ADD 1 TO WS-MISSING-OURS

                   MOVE SNP-TYPE      TO WS-TYL-TYPE
                   MOVE WS-TYPE-LABEL TO WS-DIFF-FIELD
                   MOVE 'OURS'        TO WS-RCL-SIDE
                   MOVE 'MISSING'     TO WS-RCL-VALUE

                   PERFORM P710-WRITE-MISSING
                   THRU    P710-WRITE-MISSING-EXIT

                   PERFORM P920-WRITE-SNAPSHOT-CARD
                   THRU    P920-WRITE-SNAPSHOT-CARD-EXIT
                NOT INVALID KEY
                   PERFORM P300-COMPARE-FIELDS
                   THRU    P300-COMPARE-FIELDS-EXIT
              END-READ
           END-IF
           .

       P210-COMPARE-OWNED-ROW-EXIT.
           EXIT.

       P300-COMPARE-FIELDS.

           MOVE 'N' TO WS-ROW-DIFF-SW

           EVALUATE SNP-TYPE
           WHEN 1
              PERFORM P310-COMPARE-BASIC
              THRU    P310-COMPARE-BASIC-EXIT
           WHEN 2
              PERFORM P320-COMPARE-ADDRESS
              THRU    P320-COMPARE-ADDRESS-EXIT
           WHEN 3
              PERFORM P330-COMPARE-CONTACT
              THRU    P330-COMPARE-CONTACT-EXIT
           WHEN 5
              PERFORM P340-COMPARE-EMPLOYMENT
              THRU    P340-COMPARE-EMPLOYMENT-EXIT
           END-EVALUATE

           IF WS-ROW-DIFF
              ADD 1 TO WS-MISMATCHED

              PERFORM P920-WRITE-SNAPSHOT-CARD
              THRU    P920-WRITE-SNAPSHOT-CARD-EXIT
           ELSE
              ADD 1 TO WS-MATCHED
           END-IF
           .

       P300-COMPARE-FIELDS-EXIT.
           EXIT.

       P310-COMPARE-BASIC.

           IF CLIENT-NAME NOT EQUAL SNP-NAME
              MOVE 'NAME'        TO WS-DIFF-FIELD
              MOVE CLIENT-NAME   TO WS-OURS-VALUE
              MOVE SNP-NAME      TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF

           IF CLIENT-BDATE NOT EQUAL SNP-BDATE
              MOVE 'BIRTH DATE'  TO WS-DIFF-FIELD
              MOVE CLIENT-BDATE  TO WS-OURS-VALUE
              MOVE SNP-BDATE     TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF

           IF CLIENT-ED-LVL NOT EQUAL SNP-ED-LVL
              MOVE 'EDUCATION'   TO WS-DIFF-FIELD
              MOVE CLIENT-ED-LVL TO WS-OURS-VALUE
              MOVE SNP-ED-LVL    TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF

           IF SNP-INCOME NOT NUMERIC
              OR CLIENT-INCOME NOT EQUAL SNP-INCOME
              MOVE 'INCOME'      TO WS-DIFF-FIELD
              MOVE CLIENT-INCOME TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-OURS-VALUE

              IF SNP-INCOME NUMERIC
                 MOVE SNP-INCOME     TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT TO WS-THEIRS-VALUE
              ELSE
                 MOVE SNP-INCOME-X   TO WS-THEIRS-VALUE
              END-IF

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF
           .

       P310-COMPARE-BASIC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The INPUTF street is thirty columns to CLIENT's forty; COBKS05
      * pads it on the way in, so it is compared padded the same way.
      *-----------------------------------------------------------------
       P320-COMPARE-ADDRESS.

           IF SNP-ADDR-NUMBER NOT NUMERIC
              OR CLIENT-ADDR-NUMBER NOT EQUAL SNP-ADDR-NUMBER
              MOVE 'ADDR NO'          TO WS-DIFF-FIELD
              MOVE CLIENT-ADDR-NUMBER TO WS-NUMBER-EDIT
              MOVE WS-NUMBER-EDIT     TO WS-OURS-VALUE

              IF SNP-ADDR-NUMBER NUMERIC
                 MOVE SNP-ADDR-NUMBER TO WS-NUMBER-EDIT
                 MOVE WS-NUMBER-EDIT  TO WS-THEIRS-VALUE
              ELSE
                 MOVE SNP-ADDR-NUMBER-X TO WS-THEIRS-VALUE
              END-IF

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF

           MOVE SNP-ADDR-STREET TO WS-STREET-WORK

           IF CLIENT-ADDR-STREET NOT EQUAL WS-STREET-WORK
              MOVE 'STREET'           TO WS-DIFF-FIELD
              MOVE CLIENT-ADDR-STREET TO WS-OURS-VALUE
              MOVE WS-STREET-WORK     TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF

           IF CLIENT-ADDR-CITY NOT EQUAL SNP-ADDR-CITY
              MOVE 'CITY'             TO WS-DIFF-FIELD
              MOVE CLIENT-ADDR-CITY   TO WS-OURS-VALUE
              MOVE SNP-ADDR-CITY      TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF

           IF CLIENT-ADDR-STATE NOT EQUAL SNP-ADDR-STATE
              MOVE 'STATE'            TO WS-DIFF-FIELD
              MOVE CLIENT-ADDR-STATE  TO WS-OURS-VALUE
              MOVE SNP-ADDR-STATE     TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF

           IF CLIENT-ADDR-ZIP NOT EQUAL SNP-ADDR-ZIP
              MOVE 'ZIP'              TO WS-DIFF-FIELD
              MOVE CLIENT-ADDR-ZIP    TO WS-OURS-VALUE
              MOVE SNP-ADDR-ZIP       TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF
           .

       P320-COMPARE-ADDRESS-EXIT.
           EXIT.

       P330-COMPARE-CONTACT.

           IF CLIENT-PHONE NOT EQUAL SNP-PHONE
              MOVE 'PHONE'      TO WS-DIFF-FIELD
              MOVE CLIENT-PHONE TO WS-OURS-VALUE
              MOVE SNP-PHONE    TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF

           IF CLIENT-EMAIL NOT EQUAL SNP-EMAIL
              MOVE 'EMAIL'      TO WS-DIFF-FIELD
              MOVE CLIENT-EMAIL TO WS-OURS-VALUE
              MOVE SNP-EMAIL    TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF
           .

       P330-COMPARE-CONTACT-EXIT.
           EXIT.

       P340-COMPARE-EMPLOYMENT.

           IF CLIENT-EMPLOYER-NAME NOT EQUAL SNP-EMPLOYER-NAME
              MOVE 'EMPLOYER'           TO WS-DIFF-FIELD
              MOVE CLIENT-EMPLOYER-NAME TO WS-OURS-VALUE
              MOVE SNP-EMPLOYER-NAME    TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF

           IF CLIENT-HIRE-DATE NOT EQUAL SNP-HIRE-DATE
              MOVE 'HIRE DATE'          TO WS-DIFF-FIELD
              MOVE CLIENT-HIRE-DATE     TO WS-OURS-VALUE
              MOVE SNP-HIRE-DATE        TO WS-THEIRS-VALUE

              PERFORM P700-WRITE-DIFF THRU P700-WRITE-DIFF-EXIT
           END-IF
           .

       P340-COMPARE-EMPLOYMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Second pass, enrolled feed: the feed's population is its own
      * EXTIDF mappings. Every owned-type row we hold for a mapped
      * client that the snapshot did not cover is missing on their
      * side.
      *-----------------------------------------------------------------
       P400-WALK-FEED-XREF.

           MOVE WS-FEED-ID TO XID-FEED-ID
           MOVE ZEROS      TO XID-NATIVE-ID

           START EXTIDF KEY IS NOT LESS THAN XID-KEY
             INVALID KEY
                MOVE 'Y' TO WS-EXTIDF-EOF-SW
           END-START

           PERFORM P410-NEXT-MAPPING THRU P410-NEXT-MAPPING-EXIT
              UNTIL WS-EXTIDF-EOF
           .

       P400-WALK-FEED-XREF-EXIT.
           EXIT.

       P410-NEXT-MAPPING.

           READ EXTIDF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EXTIDF-EOF-SW
             NOT AT END
                IF XID-FEED-ID NOT EQUAL WS-FEED-ID
                   MOVE 'Y' TO WS-EXTIDF-EOF-SW
                ELSE
                   IF XID-NATIVE-ID NOT EQUAL ZEROS
                      MOVE XID-NATIVE-ID TO WS-NATIVE-ID
                      MOVE XID-CLIENT-ID TO WS-WORK-CLIENT-ID
                      MOVE ZEROS         TO WS-OWN-IX

                      PERFORM P420-CHECK-OWNED-ROW
                      THRU    P420-CHECK-OWNED-ROW-EXIT
                         UNTIL WS-OWN-IX NOT LESS WS-OWN-CNT
                   END-IF
                END-IF
           END-READ
           .

       P410-NEXT-MAPPING-EXIT.
           EXIT.

       P420-CHECK-OWNED-ROW.

           ADD 1 TO WS-OWN-IX

           MOVE WS-WORK-CLIENT-ID       TO CLIENT-ID
           MOVE WS-OWN-TYPE (WS-OWN-IX) TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                PERFORM P460-CHECK-SEEN
                THRU    P460-CHECK-SEEN-EXIT
           END-READ
           .

       P420-CHECK-OWNED-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Second pass, unenrolled feed: ids are our own CLIENT-IDs, so
      * every owned-type row on CLIENT is checked.
      *-----------------------------------------------------------------
       P450-WALK-CLIENT.

           MOVE LOW-VALUES TO CLIENT-KEY

           START CLIENT KEY IS NOT LESS THAN CLIENT-KEY
             INVALID KEY
                MOVE 'Y' TO WS-CLIENT-EOF-SW
           END-START

           PERFORM P455-NEXT-CLIENT-ROW THRU P455-NEXT-CLIENT-ROW-EXIT
              UNTIL WS-CLIENT-EOF
           .

       P450-WALK-CLIENT-EXIT.
           EXIT.

       P455-NEXT-CLIENT-ROW.

           READ CLIENT NEXT RECORD
             AT END
                MOVE 'Y' TO WS-CLIENT-EOF-SW
             NOT AT END
                IF CLIENT-ID NOT EQUAL ZEROS
                   MOVE CLIENT-TYPE TO WS-WORK-TYPE

                   PERFORM P070-FIND-OWNED-TYPE
                   THRU    P070-FIND-OWNED-TYPE-EXIT

                   IF WS-OWN-FOUND-IDX GREATER ZERO
                      MOVE CLIENT-ID TO WS-NATIVE-ID
                                        WS-WORK-CLIENT-ID

                      PERFORM P460-CHECK-SEEN
                      THRU    P460-CHECK-SEEN-EXIT
                   END-IF
                END-IF
           END-READ
           .

       P455-NEXT-CLIENT-ROW-EXIT.
           EXIT.

       P460-CHECK-SEEN.

           MOVE CLIENT-ID   TO SEEN-ID
           MOVE CLIENT-TYPE TO SEEN-TYPE

           READ SEENF
             INVALID KEY
                ADD 1 TO WS-MISSING-THEIRS

                MOVE CLIENT-TYPE   TO WS-TYL-TYPE
                MOVE WS-TYPE-LABEL TO WS-DIFF-FIELD
                MOVE 'THEIRS'      TO WS-RCL-SIDE
                MOVE 'MISSING'     TO WS-RCL-VALUE

                PERFORM P710-WRITE-MISSING
                THRU    P710-WRITE-MISSING-EXIT

                IF WS-RCN-CORRECT
                   MOVE SPACES       TO WS-CORR-CARD
                   MOVE WS-NATIVE-ID TO WS-COR-ID
                   MOVE 4            TO WS-COR-TYPE
                   MOVE CLIENT-TYPE  TO WS-COR-DEL-TYPE

                   PERFORM P930-WRITE-CORR-CARD
                   THRU    P930-WRITE-CORR-CARD-EXIT

                   ADD 1            TO WS-CORR-DETAIL
                   ADD WS-NATIVE-ID TO WS-CORR-HASH
                END-IF
             NOT INVALID KEY
                CONTINUE
           END-READ
           .

       P460-CHECK-SEEN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A mismatched field prints as an OURS/THEIRS pair of lines.
      *-----------------------------------------------------------------
       P700-WRITE-DIFF.

           MOVE 'Y' TO WS-ROW-DIFF-SW
           ADD 1    TO WS-FIELDS-DIFF

           MOVE SPACES            TO WS-RECON-LINE
           MOVE WS-NATIVE-ID      TO WS-RCL-NATIVE-ID
           MOVE WS-WORK-CLIENT-ID TO WS-RCL-CLIENT-ID
           MOVE WS-DIFF-FIELD     TO WS-RCL-FIELD
           MOVE 'OURS'            TO WS-RCL-SIDE
           MOVE WS-OURS-VALUE     TO WS-RCL-VALUE
           MOVE WS-RECON-LINE     TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES            TO WS-RECON-LINE
           MOVE ZEROS             TO WS-RCL-CLIENT-ID
           MOVE 'THEIRS'          TO WS-RCL-SIDE
           MOVE WS-THEIRS-VALUE   TO WS-RCL-VALUE
           MOVE WS-RECON-LINE     TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P700-WRITE-DIFF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A missing row prints as one line; the caller sets the side
      * and the value text.
      *-----------------------------------------------------------------
       P710-WRITE-MISSING.

           MOVE WS-NATIVE-ID      TO WS-RCL-NATIVE-ID
           MOVE WS-WORK-CLIENT-ID TO WS-RCL-CLIENT-ID
           MOVE WS-DIFF-FIELD     TO WS-RCL-FIELD
           MOVE WS-RECON-LINE     TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES            TO WS-RECON-LINE
           .

       P710-WRITE-MISSING-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE 'N'          TO WS-ROW-OK-SW
           MOVE SPACES       TO EXC-INPUT
           MOVE REC-SNAPSHOT TO EXC-INPUT

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

      *-----------------------------------------------------------------
      * The snapshot card is itself the correction: COBKS05 inserts
      * it where we have no row and overwrites ours where we differ.
      *-----------------------------------------------------------------
       P920-WRITE-SNAPSHOT-CARD.

           IF WS-RCN-CORRECT
              MOVE REC-SNAPSHOT TO WS-CORR-CARD

              PERFORM P930-WRITE-CORR-CARD
              THRU    P930-WRITE-CORR-CARD-EXIT

              ADD 1      TO WS-CORR-DETAIL
              ADD SNP-ID TO WS-CORR-HASH
           END-IF
           .

       P920-WRITE-SNAPSHOT-CARD-EXIT.
           EXIT.

       P930-WRITE-CORR-CARD.

           WRITE REC-CORRECTION FROM WS-CORR-CARD
           END-WRITE

           IF WS-FS-CORRF NOT EQUAL '00'
              DISPLAY 'WRITE CORRF   FS:' WS-FS-CORRF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P930-WRITE-CORR-CARD-EXIT.
           EXIT.

       P950-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE 'FEED ID'           TO WS-DETAIL-LINE (1:20)
           MOVE WS-FEED-ID          TO WS-DETAIL-LINE (21:8)
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE 'SNAPSHOT DATE'     TO WS-DETAIL-LINE (1:20)
           MOVE WS-SNAP-DATE        TO WS-DETAIL-LINE (21:8)
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'SNAPSHOT DETAILS'  TO WS-RPT-CNT-LABEL
           MOVE WS-SNAP-DETAIL      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'TYPES NOT OWNED'   TO WS-RPT-CNT-LABEL
           MOVE WS-NOT-OWNED        TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ROWS MATCHED'      TO WS-RPT-CNT-LABEL
           MOVE WS-MATCHED          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ROWS MISMATCHED'   TO WS-RPT-CNT-LABEL
           MOVE WS-MISMATCHED       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'FIELDS DIFFERENT'  TO WS-RPT-CNT-LABEL
           MOVE WS-FIELDS-DIFF      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'MISSING ON OURS'   TO WS-RPT-CNT-LABEL
           MOVE WS-MISSING-OURS     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'NATIVE ID UNMAPPED' TO WS-RPT-CNT-LABEL
           MOVE WS-UNMAPPED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'MISSING ON THEIRS' TO WS-RPT-CNT-LABEL
           MOVE WS-MISSING-THEIRS   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REJECTED'          TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'CORRECTIONS'       TO WS-RPT-CNT-LABEL
           MOVE WS-CORR-DETAIL      TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P950-WRITE-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
