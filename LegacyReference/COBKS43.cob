      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Client relationship listing. Prints RELF -- who holds power of
      * attorney for whom, who guarantees whom, who is whose
      * beneficiary -- for one client (SYSIN cols 1-9) or, with a
      * blank card, for every client in key order. A client is listed
      * on both sides: a one-client run picks up the rows where the
      * client holds the role and the rows where someone holds a role
      * for the client.
      *
      * Either party without a type-1 CLIENT record has been deleted
      * by a type-4 transaction or merged away by COBKS13; the
      * missing id is starred and the line flagged so servicing can
      * end or re-key the relationship through COBKS42.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS43.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT RELF     ASSIGN TO RELF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS REL-KEY
                  FILE STATUS   IS WS-FS-RELF.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  RELF.

       COPY RELF.

       FD  CLIENT.

       01  REC-CLIENT.
           03  CLIENT-KEY.
            05 CLIENT-ID                 PIC  9(009) COMP.
            05 CLIENT-TYPE               PIC  9(004) COMP.
           03  CLIENT-MAIN               PIC  X(494).

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-RELF                PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-LISTED                 PIC 9(009) VALUE ZEROS.
           05  WS-ACTIVE                 PIC 9(009) VALUE ZEROS.
           05  WS-ENDED                  PIC 9(009) VALUE ZEROS.
           05  WS-PENDING                PIC 9(009) VALUE ZEROS.
           05  WS-FLAGGED                PIC 9(009) VALUE ZEROS.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-SELECT-ID                  PIC 9(009) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Selection card (SYSIN): cols 1-9 the CLIENT-ID to list; blank
      * or zero lists every relationship on file.
      *-----------------------------------------------------------------
       01  WS-SELECT-CARD.
           05  WS-SEL-CLIENT-ID          PIC X(009).
           05  FILLER                    PIC X(071).

       01  WS-SWITCHES.
           05  WS-RELF-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-RELF-EOF               VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-PARTY-GONE-SW          PIC X(001) VALUE 'N'.
               88  WS-PARTY-GONE             VALUE 'Y'.

       01  WS-REL-LINE.
           05  WS-RLP-CLIENT-ID          PIC Z(08)9 VALUE SPACES.
           05  WS-RLP-CLIENT-FLAG        PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RLP-ROLE-CODE          PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RLP-OTHER-ID           PIC Z(08)9 VALUE SPACES.
           05  WS-RLP-OTHER-FLAG         PIC X(001) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RLP-EFFECTIVE-DATE     PIC 9(008) VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RLP-END-DATE           PIC 9(008) BLANK WHEN ZERO
                                         VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RLP-STATUS             PIC X(020) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS43 STARTED'.

           ACCEPT WS-SELECT-CARD FROM SYSIN.

           EVALUATE TRUE
           WHEN WS-SEL-CLIENT-ID EQUAL SPACES
              MOVE ZEROS TO WS-SELECT-ID
           WHEN WS-SEL-CLIENT-ID NUMERIC
              MOVE WS-SEL-CLIENT-ID TO WS-SELECT-ID
           WHEN OTHER
              DISPLAY 'INVALID CLIENT-ID ON SELECTION CARD: '
                       WS-SEL-CLIENT-ID
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           IF WS-SELECT-ID EQUAL ZEROS
              DISPLAY 'LISTING.................: ALL CLIENTS'
           ELSE
              DISPLAY 'LISTING.................: ' WS-SELECT-ID
           END-IF

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           OPEN INPUT RELF.

           IF WS-FS-RELF NOT EQUAL '00'
              DISPLAY 'OPEN RELF    FS: ' WS-FS-RELF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT  FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'CLIENT RELATIONSHIPS'
                                   TO WS-RPT-TITLE
           MOVE 'COBKS43 '          TO WS-RPT-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'CLIENT-ID   ROLE  OTHER-ID    EFFECTIVE ENDED'
                                   TO WS-COLUMN-HEADING (1:45)
           MOVE 'STATUS'           TO WS-COLUMN-HEADING (51:6)

           MOVE LOW-VALUES TO REL-KEY

           START RELF KEY IS NOT LESS THAN REL-KEY
             INVALID KEY
                MOVE 'Y' TO WS-RELF-EOF-SW
           END-START

           PERFORM P200-LIST-NEXT THRU P200-LIST-NEXT-EXIT
              UNTIL WS-RELF-EOF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           CLOSE RELF.
           IF WS-FS-RELF NOT EQUAL '00'
              DISPLAY 'CLOSE RELF    FS:' WS-FS-RELF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT  FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'RELATIONSHIPS READ: ' WS-SCANNED.
           DISPLAY 'LISTED............: ' WS-LISTED.
           DISPLAY 'ACTIVE............: ' WS-ACTIVE.
           DISPLAY 'ENDED.............: ' WS-ENDED.
           DISPLAY 'NOT YET EFFECTIVE.: ' WS-PENDING.
           DISPLAY 'PARTY GONE........: ' WS-FLAGGED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS43 FINISHED'.

           STOP RUN.

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
      * The file is keyed by the role holder, so the rows where the
      * selected client is the other party can be anywhere; the whole
      * file is read either way.
      *-----------------------------------------------------------------
       P200-LIST-NEXT.

           READ RELF NEXT RECORD
             AT END
                MOVE 'Y' TO WS-RELF-EOF-SW
             NOT AT END
                ADD 1 TO WS-SCANNED

                IF WS-SELECT-ID EQUAL ZEROS
                   OR REL-CLIENT-ID EQUAL WS-SELECT-ID
                   OR REL-OTHER-ID  EQUAL WS-SELECT-ID
                   PERFORM P210-LIST-RELATIONSHIP
                   THRU    P210-LIST-RELATIONSHIP-EXIT
                END-IF
           END-READ
           .

       P200-LIST-NEXT-EXIT.
           EXIT.

       P210-LIST-RELATIONSHIP.

           MOVE SPACES             TO WS-REL-LINE
           MOVE 'N'                TO WS-PARTY-GONE-SW
           MOVE REL-CLIENT-ID      TO WS-RLP-CLIENT-ID
           MOVE REL-ROLE-CODE      TO WS-RLP-ROLE-CODE
           MOVE REL-OTHER-ID       TO WS-RLP-OTHER-ID
           MOVE REL-EFFECTIVE-DATE TO WS-RLP-EFFECTIVE-DATE
           MOVE REL-END-DATE       TO WS-RLP-END-DATE

           MOVE REL-CLIENT-ID      TO CLIENT-ID
           MOVE 1                  TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                MOVE 'Y' TO WS-PARTY-GONE-SW
                MOVE '*' TO WS-RLP-CLIENT-FLAG
           END-READ

           MOVE REL-OTHER-ID       TO CLIENT-ID
           MOVE 1                  TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                MOVE 'Y' TO WS-PARTY-GONE-SW
                MOVE '*' TO WS-RLP-OTHER-FLAG
           END-READ

           EVALUATE TRUE
           WHEN WS-PARTY-GONE
              MOVE 'PARTY DELETED/MERGED' TO WS-RLP-STATUS
              ADD 1 TO WS-FLAGGED
           WHEN NOT REL-OPEN
              AND REL-END-DATE LESS WS-RUN-DATE
              MOVE 'ENDED'                TO WS-RLP-STATUS
              ADD 1 TO WS-ENDED
           WHEN REL-EFFECTIVE-DATE GREATER WS-RUN-DATE
              MOVE 'NOT YET EFFECTIVE'    TO WS-RLP-STATUS
              ADD 1 TO WS-PENDING
           WHEN OTHER
              MOVE 'ACTIVE'               TO WS-RLP-STATUS
              ADD 1 TO WS-ACTIVE
           END-EVALUATE

           MOVE WS-REL-LINE        TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           ADD 1 TO WS-LISTED
           .

       P210-LIST-RELATIONSHIP-EXIT.
           EXIT.

       P950-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE '* NO TYPE-1 CLIENT ROW -- DELETED OR MERGED AWAY'
                                    TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'RELATIONSHIPS LISTED' TO WS-RPT-CNT-LABEL
           MOVE WS-LISTED           TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ACTIVE'            TO WS-RPT-CNT-LABEL
           MOVE WS-ACTIVE           TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'ENDED'             TO WS-RPT-CNT-LABEL
           MOVE WS-ENDED            TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'NOT YET EFFECTIVE' TO WS-RPT-CNT-LABEL
           MOVE WS-PENDING          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'PARTY DELETED/MERGED' TO WS-RPT-CNT-LABEL
           MOVE WS-FLAGGED          TO WS-RPT-CNT-VALUE
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
