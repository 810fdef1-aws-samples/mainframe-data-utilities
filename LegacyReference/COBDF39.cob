      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Court disposition posting. The courts send the outcome of each
      * case -- convicted, dismissed, acquitted, deferred -- keyed by
      * the case number and warrant number the police detail carries.
      * The night's feed is held in a table, DIFS is passed once, and
      * every police detail whose DB-PD-CASE-NO and DB-WARRANT-NO both
      * match a feed row gets DB-PD-DISPOSITION-CODE and
      * DB-PD-DISPOSITION-DATE posted and is stamped as a change, so
      * COBDF08's delta and COBDF19's recency see it. A dismissed or
      * acquitted record (DB-PD-CASE-CLEARED) then drops out of the
      * police extract and the risk score. Feed rows that match no
      * police record go to EXCEPF; the report totals the night's
      * postings by wanting agency.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * COURTF is the courts' nightly feed: case number, warrant
      * number, disposition code (C convicted, D dismissed, A acquitted,
      * F deferred) and the disposition date as CCYYMMDD.
      *-----------------------------------------------------------------
           SELECT COURTF   ASSIGN TO COURTF
                  FILE STATUS IS WS-FS-COURTF.

           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.

           SELECT DIFSHIST ASSIGN TO DIFSHIST
                  FILE STATUS IS WS-FS-DIFSHIST.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  COURTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-COURT.
           03  CRT-CASE-NO               PIC  X(012).
           03  CRT-WARRANT-NO            PIC  X(012).
           03  CRT-DISPOSITION-CODE      PIC  X(001).
               88  CRT-DISPOSITION-VALID     VALUE 'C' 'D' 'A' 'F'.
           03  CRT-DISPOSITION-DATE      PIC  X(008).
           03  CRT-DISPOSITION-DATE-N REDEFINES
               CRT-DISPOSITION-DATE      PIC  9(008).
           03  CRT-DISP-DATE-PARTS REDEFINES
               CRT-DISPOSITION-DATE.
               05  CRT-DISP-CC           PIC  X(002).
               05  CRT-DISP-YY           PIC  X(002).
               05  CRT-DISP-MM           PIC  9(002).
               05  CRT-DISP-DD           PIC  9(002).
           03  CRT-COURT-ID              PIC  X(008).
           03  FILLER                    PIC  X(039).

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

       FD  DIFS.

       COPY DIFSDB.

       FD  DIFSHIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       COPY DIFSHSTF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-COURTF              PIC X(002) VALUE SPACES.
           05  WS-FS-EXCEPF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-DIFSHIST            PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-HELD                   PIC 9(009) VALUE ZEROS.
           05  WS-SUPERSEDED             PIC 9(009) VALUE ZEROS.
           05  WS-SCANNED                PIC 9(009) VALUE ZEROS.
           05  WS-POSTED                 PIC 9(009) VALUE ZEROS.
           05  WS-ALREADY-POSTED         PIC 9(009) VALUE ZEROS.
           05  WS-UNMATCHED              PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-CRT-IX                 PIC 9(004) VALUE ZEROS.
           05  WS-CRT-FOUND-IDX          PIC 9(004) VALUE ZEROS.
           05  WS-AGY-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-AGY-FOUND-IDX          PIC 9(003) VALUE ZEROS.
           05  WS-CODE-IX                PIC 9(001) VALUE ZEROS.
           05  WS-EXC-IMAGE              PIC X(080) VALUE SPACES.

      *-----------------------------------------------------------------
      * Before/after history of every disposition posted (see
      * DIFSHSTF.cpy/DIFSHWRT.cpy).
      *-----------------------------------------------------------------
       COPY DIFSHWK.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-CC                 PIC X(002).
           05  WS-RUN-YY                 PIC X(002).
           05  WS-RUN-MM                 PIC X(002).
           05  WS-RUN-DD                 PIC X(002).

      *-----------------------------------------------------------------
      * The feed date goes onto DIFS in the record's own MMDDYY form.
      *-----------------------------------------------------------------
       01  WS-DISP-MMDDYY.
           05  WS-DSP-MM                 PIC X(002) VALUE SPACES.
           05  WS-DSP-DD                 PIC X(002) VALUE SPACES.
           05  WS-DSP-YY                 PIC X(002) VALUE SPACES.

      *-----------------------------------------------------------------
      * The night's accepted feed rows, matched against DIFS on case
      * and warrant number. A later row for the same case and warrant
      * replaces the earlier one -- the court's last word stands. The
      * row image is kept for the EXCEPF record if nothing matches.
      *-----------------------------------------------------------------
       01  WS-COURT-TABLE.
           05  WS-CRT-CNT                PIC 9(004) VALUE ZEROS.
           05  WS-CRT-ENTRY OCCURS 2000 TIMES.
               10  WS-CRT-CASE           PIC X(012).
               10  WS-CRT-WARRANT        PIC X(012).
               10  WS-CRT-CODE           PIC X(001).
               10  WS-CRT-DATE           PIC X(006).
               10  WS-CRT-MATCHES        PIC 9(005).
               10  WS-CRT-IMAGE          PIC X(080).

      *-----------------------------------------------------------------
      * Postings by wanting agency, built up as agencies are seen, the
      * same OCCURS pattern COBDF20 uses. Columns: 1 convicted,
      * 2 dismissed, 3 acquitted, 4 deferred.
      *-----------------------------------------------------------------
       01  WS-AGENCY-TABLE.
           05  WS-AGY-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-AGY-ENTRY OCCURS 100 TIMES.
               10  WS-AGY-NAME           PIC X(024).
               10  WS-AGY-CODE-CNT       PIC 9(007)
                                         OCCURS 4 TIMES.
               10  WS-AGY-TOTAL          PIC 9(007).

       01  WS-SWITCHES.
           05  WS-COURT-EOF-SW           PIC X(001) VALUE 'N'.
               88  WS-COURT-EOF              VALUE 'Y'.
           05  WS-DIFS-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-DIFS-EOF               VALUE 'Y'.

       01  WS-AGY-LINE.
           05  WS-AGL-NAME               PIC X(024) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-AGL-CODE-CNT           PIC ZZZ,ZZ9
                                         OCCURS 4 TIMES.
           05  WS-AGL-TOTAL              PIC ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL              PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-RPT-VALUE              PIC X(058) VALUE SPACES.

       01  WS-RPT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF39 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'COURT DISPOSITION POSTING'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF39 '          TO WS-RPT-PROGRAM
                                      WS-HIST-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'WANTING AGENCY'   TO WS-COLUMN-HEADING
           MOVE ' CONVIC DISMIS ACQUIT DEFERD  TOTAL'
                                   TO WS-COLUMN-HEADING (27:35)

           OPEN INPUT COURTF.

           IF WS-FS-COURTF NOT EQUAL '00'
              DISPLAY 'OPEN COURTF   FS:' WS-FS-COURTF
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

           OPEN I-O DIFS.

           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'OPEN DIFS     FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND DIFSHIST.

           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'OPEN DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P100-LOAD-NEXT THRU P100-LOAD-NEXT-EXIT
              UNTIL WS-COURT-EOF

           MOVE LOW-VALUES TO DB-MASTER-KEY

           START DIFS KEY IS NOT LESS THAN DB-MASTER-KEY
             INVALID KEY
                MOVE 'Y' TO WS-DIFS-EOF-SW
           END-START

           IF WS-CRT-CNT EQUAL ZERO
              MOVE 'Y' TO WS-DIFS-EOF-SW
           END-IF

           PERFORM P200-POST-NEXT THRU P200-POST-NEXT-EXIT
              UNTIL WS-DIFS-EOF

           MOVE ZEROS TO WS-CRT-IX

           PERFORM P300-CHECK-UNMATCHED
           THRU    P300-CHECK-UNMATCHED-EXIT
              UNTIL WS-CRT-IX NOT LESS WS-CRT-CNT

           PERFORM P600-PRINT-AGENCY-TOTALS
           THRU    P600-PRINT-AGENCY-TOTALS-EXIT

           PERFORM P950-WRITE-REPORT
           THRU    P950-WRITE-REPORT-EXIT

           CLOSE COURTF.
           IF WS-FS-COURTF NOT EQUAL '00'
              DISPLAY 'CLOSE COURTF  FS:' WS-FS-COURTF
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

           CLOSE DIFS.
           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'CLOSE DIFS    FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE DIFSHIST.
           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'CLOSE DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'FEED ROWS READ....: ' WS-READ.
           DISPLAY 'ROWS HELD.........: ' WS-HELD.
           DISPLAY 'ROWS SUPERSEDED...: ' WS-SUPERSEDED.
           DISPLAY 'ROWS TO EXCEPF....: ' WS-REJECTED.
           DISPLAY 'DIFS SCANNED......: ' WS-SCANNED.
           DISPLAY 'POSTED............: ' WS-POSTED.
           DISPLAY 'ALREADY POSTED....: ' WS-ALREADY-POSTED.
           DISPLAY 'ROWS UNMATCHED....: ' WS-UNMATCHED.
           DISPLAY 'HISTORY ROWS......: ' WS-HIST-WRITTEN.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF39 FINISHED'.

           STOP RUN.

       P100-LOAD-NEXT.

           READ COURTF
             AT END
                MOVE 'Y' TO WS-COURT-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ

                PERFORM P110-EDIT-ROW
                THRU    P110-EDIT-ROW-EXIT
           END-READ
           .

       P100-LOAD-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Both keys must be present -- a blank warrant or case number on
      * the feed would otherwise match every police detail that left
      * the same field empty. A disposition dated after today is a
      * keying error at the court and is sent back.
      *-----------------------------------------------------------------
       P110-EDIT-ROW.

           MOVE REC-COURT TO WS-EXC-IMAGE

           EVALUATE TRUE
           WHEN CRT-CASE-NO EQUAL SPACES
                OR CRT-WARRANT-NO EQUAL SPACES
              MOVE 'BKEY' TO EXC-REASON-CODE
              MOVE 'CASE OR WARRANT NUMBER MISSING'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN NOT CRT-DISPOSITION-VALID
              MOVE 'BCOD' TO EXC-REASON-CODE
              MOVE 'DISPOSITION CODE NOT C/D/A/F'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN CRT-DISPOSITION-DATE NOT NUMERIC
                OR CRT-DISP-MM LESS 01
                OR CRT-DISP-MM GREATER 12
                OR CRT-DISP-DD LESS 01
                OR CRT-DISP-DD GREATER 31
                OR CRT-DISPOSITION-DATE-N GREATER WS-RUN-DATE
              MOVE 'BDTE' TO EXC-REASON-CODE
              MOVE 'DISPOSITION DATE INVALID OR IN FUTURE'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN OTHER
              PERFORM P120-HOLD-ROW
              THRU    P120-HOLD-ROW-EXIT
           END-EVALUATE
           .

       P110-EDIT-ROW-EXIT.
           EXIT.

       P120-HOLD-ROW.

           MOVE CRT-DISP-MM TO WS-DSP-MM
           MOVE CRT-DISP-DD TO WS-DSP-DD
           MOVE CRT-DISP-YY TO WS-DSP-YY

           MOVE ZEROS TO WS-CRT-FOUND-IDX
                         WS-CRT-IX

           PERFORM P121-SCAN-HELD THRU P121-SCAN-HELD-EXIT
              UNTIL WS-CRT-IX NOT LESS WS-CRT-CNT
                 OR WS-CRT-FOUND-IDX GREATER ZERO

           IF WS-CRT-FOUND-IDX EQUAL ZERO
              IF WS-CRT-CNT LESS 2000
                 ADD 1 TO WS-CRT-CNT
                          WS-HELD
                 MOVE WS-CRT-CNT TO WS-CRT-FOUND-IDX
                 MOVE CRT-CASE-NO
                   TO WS-CRT-CASE    (WS-CRT-FOUND-IDX)
                 MOVE CRT-WARRANT-NO
                   TO WS-CRT-WARRANT (WS-CRT-FOUND-IDX)
              ELSE
                 MOVE 'BFUL' TO EXC-REASON-CODE
                 MOVE 'DISPOSITION TABLE FULL - RESEND ROW'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              END-IF
           ELSE
              ADD 1 TO WS-SUPERSEDED
           END-IF

           IF WS-CRT-FOUND-IDX GREATER ZERO
              MOVE CRT-DISPOSITION-CODE
                TO WS-CRT-CODE    (WS-CRT-FOUND-IDX)
              MOVE WS-DISP-MMDDYY
                TO WS-CRT-DATE    (WS-CRT-FOUND-IDX)
              MOVE ZEROS
                TO WS-CRT-MATCHES (WS-CRT-FOUND-IDX)
              MOVE REC-COURT
                TO WS-CRT-IMAGE   (WS-CRT-FOUND-IDX)
           END-IF
           .

       P120-HOLD-ROW-EXIT.
           EXIT.

       P121-SCAN-HELD.

           ADD 1 TO WS-CRT-IX

           IF WS-CRT-CASE (WS-CRT-IX)       EQUAL CRT-CASE-NO
              AND WS-CRT-WARRANT (WS-CRT-IX) EQUAL CRT-WARRANT-NO
              MOVE WS-CRT-IX TO WS-CRT-FOUND-IDX
           END-IF
           .

       P121-SCAN-HELD-EXIT.
           EXIT.

       P200-POST-NEXT.

           READ DIFS NEXT RECORD
             AT END
                MOVE 'Y' TO WS-DIFS-EOF-SW
             NOT AT END
                ADD 1 TO WS-SCANNED

                IF DB-OFFENSE-RECORD
                   AND DB-DETAIL-POLICE
                   AND DB-PD-CASE-NO NOT EQUAL SPACES
                   AND DB-WARRANT-NO NOT EQUAL SPACES
                   PERFORM P210-MATCH-POLICE
                   THRU    P210-MATCH-POLICE-EXIT
                END-IF
           END-READ
           .

       P200-POST-NEXT-EXIT.
           EXIT.

       P210-MATCH-POLICE.

           MOVE ZEROS TO WS-CRT-FOUND-IDX
                         WS-CRT-IX

           PERFORM P211-SCAN-FEED THRU P211-SCAN-FEED-EXIT
              UNTIL WS-CRT-IX NOT LESS WS-CRT-CNT
                 OR WS-CRT-FOUND-IDX GREATER ZERO

           IF WS-CRT-FOUND-IDX GREATER ZERO
              ADD 1 TO WS-CRT-MATCHES (WS-CRT-FOUND-IDX)

              IF DB-PD-DISPOSITION-CODE
                    EQUAL WS-CRT-CODE (WS-CRT-FOUND-IDX)
                 AND DB-PD-DISPOSITION-DATE
                    EQUAL WS-CRT-DATE (WS-CRT-FOUND-IDX)
                 ADD 1 TO WS-ALREADY-POSTED
              ELSE
                 PERFORM P220-POST-DISPOSITION
                 THRU    P220-POST-DISPOSITION-EXIT
              END-IF
           END-IF
           .

       P210-MATCH-POLICE-EXIT.
           EXIT.

       P211-SCAN-FEED.

           ADD 1 TO WS-CRT-IX

           IF WS-CRT-CASE (WS-CRT-IX)       EQUAL DB-PD-CASE-NO
              AND WS-CRT-WARRANT (WS-CRT-IX) EQUAL DB-WARRANT-NO
              MOVE WS-CRT-IX TO WS-CRT-FOUND-IDX
           END-IF
           .

       P211-SCAN-FEED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The posting is a change like any COBDF11 change: maint code 4
      * and today's maint date.
      *-----------------------------------------------------------------
       P220-POST-DISPOSITION.

           MOVE DB-WORK-AREA TO WS-HIST-BEFORE

           MOVE WS-CRT-CODE (WS-CRT-FOUND-IDX)
             TO DB-PD-DISPOSITION-CODE
           MOVE WS-CRT-DATE (WS-CRT-FOUND-IDX)
             TO DB-PD-DISPOSITION-DATE
           MOVE '4'       TO DB-MAINT-CODE
           MOVE WS-RUN-MM TO DB-FILE-MAINT-MM
           MOVE WS-RUN-DD TO DB-FILE-MAINT-DD
           MOVE WS-RUN-YY TO DB-FILE-MAINT-YY

           REWRITE DB-WORK-AREA
           END-REWRITE

           IF WS-FS-DIFS NOT EQUAL '00'
              DISPLAY 'REWRITE DIFS  FS:' WS-FS-DIFS
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'C' TO WS-HIST-ACTION
           PERFORM P985-WRITE-HISTORY
           THRU    P985-WRITE-HISTORY-EXIT

           ADD 1 TO WS-POSTED

           EVALUATE TRUE
           WHEN DB-PD-CONVICTED
              MOVE 1 TO WS-CODE-IX
           WHEN DB-PD-DISMISSED
              MOVE 2 TO WS-CODE-IX
           WHEN DB-PD-ACQUITTED
              MOVE 3 TO WS-CODE-IX
           WHEN OTHER
              MOVE 4 TO WS-CODE-IX
           END-EVALUATE

           PERFORM P230-TALLY-AGENCY
           THRU    P230-TALLY-AGENCY-EXIT
           .

       P220-POST-DISPOSITION-EXIT.
           EXIT.

       P230-TALLY-AGENCY.

           MOVE ZEROS TO WS-AGY-FOUND-IDX
                         WS-AGY-IX

           PERFORM P231-SCAN-AGENCY THRU P231-SCAN-AGENCY-EXIT
              UNTIL WS-AGY-IX NOT LESS WS-AGY-CNT
                 OR WS-AGY-FOUND-IDX GREATER ZERO

           IF WS-AGY-FOUND-IDX EQUAL ZERO
              IF WS-AGY-CNT LESS 100
                 ADD 1 TO WS-AGY-CNT
                 MOVE DB-PD-WANTING-AGENCY
                   TO WS-AGY-NAME (WS-AGY-CNT)
                 MOVE ZEROS TO WS-AGY-CODE-CNT (WS-AGY-CNT 1)
                               WS-AGY-CODE-CNT (WS-AGY-CNT 2)
                               WS-AGY-CODE-CNT (WS-AGY-CNT 3)
                               WS-AGY-CODE-CNT (WS-AGY-CNT 4)
                               WS-AGY-TOTAL    (WS-AGY-CNT)
                 MOVE WS-AGY-CNT TO WS-AGY-FOUND-IDX
              ELSE
                 DISPLAY 'AGENCY TABLE FULL. POSTING NOT TALLIED: '
                          DB-ID-STATE-NUMBER
              END-IF
           END-IF

           IF WS-AGY-FOUND-IDX GREATER ZERO
              ADD 1 TO WS-AGY-CODE-CNT (WS-AGY-FOUND-IDX
                                        WS-CODE-IX)
                       WS-AGY-TOTAL    (WS-AGY-FOUND-IDX)
           END-IF
           .

       P230-TALLY-AGENCY-EXIT.
           EXIT.

       P231-SCAN-AGENCY.

           ADD 1 TO WS-AGY-IX

           IF WS-AGY-NAME (WS-AGY-IX) EQUAL DB-PD-WANTING-AGENCY
              MOVE WS-AGY-IX TO WS-AGY-FOUND-IDX
           END-IF
           .

       P231-SCAN-AGENCY-EXIT.
           EXIT.

       P300-CHECK-UNMATCHED.

           ADD 1 TO WS-CRT-IX

           IF WS-CRT-MATCHES (WS-CRT-IX) EQUAL ZERO
              ADD 1 TO WS-UNMATCHED

              MOVE WS-CRT-IMAGE (WS-CRT-IX) TO WS-EXC-IMAGE
              MOVE 'BNMT' TO EXC-REASON-CODE
              MOVE 'NO POLICE RECORD FOR CASE AND WARRANT'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT
           END-IF
           .

       P300-CHECK-UNMATCHED-EXIT.
           EXIT.

       P600-PRINT-AGENCY-TOTALS.

           MOVE ZEROS TO WS-AGY-IX

           PERFORM P610-PRINT-ONE-AGENCY
           THRU    P610-PRINT-ONE-AGENCY-EXIT
              UNTIL WS-AGY-IX NOT LESS WS-AGY-CNT
           .

       P600-PRINT-AGENCY-TOTALS-EXIT.
           EXIT.

       P610-PRINT-ONE-AGENCY.

           ADD 1 TO WS-AGY-IX

           MOVE SPACES TO WS-AGY-LINE

           MOVE WS-AGY-NAME (WS-AGY-IX)       TO WS-AGL-NAME
           MOVE WS-AGY-CODE-CNT (WS-AGY-IX 1) TO WS-AGL-CODE-CNT (1)
           MOVE WS-AGY-CODE-CNT (WS-AGY-IX 2) TO WS-AGL-CODE-CNT (2)
           MOVE WS-AGY-CODE-CNT (WS-AGY-IX 3) TO WS-AGL-CODE-CNT (3)
           MOVE WS-AGY-CODE-CNT (WS-AGY-IX 4) TO WS-AGL-CODE-CNT (4)
           MOVE WS-AGY-TOTAL (WS-AGY-IX)      TO WS-AGL-TOTAL

           MOVE WS-AGY-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P610-PRINT-ONE-AGENCY-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE WS-EXC-IMAGE TO EXC-INPUT

           WRITE REC-EXCEPTION
           END-WRITE

           IF WS-FS-EXCEPF NOT EQUAL '00'
              DISPLAY 'WRITE EXCEPF  FS:' WS-FS-EXCEPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-REJECTED
           .

       P900-WRITE-EXCEPTION-EXIT.
           EXIT.

       P950-WRITE-REPORT.

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'FEED ROWS READ'    TO WS-RPT-LABEL
           MOVE WS-READ             TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'ROWS SUPERSEDED'   TO WS-RPT-LABEL
           MOVE WS-SUPERSEDED       TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'DISPOSITIONS POSTED' TO WS-RPT-LABEL
           MOVE WS-POSTED           TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'ALREADY POSTED'    TO WS-RPT-LABEL
           MOVE WS-ALREADY-POSTED   TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'ROWS UNMATCHED'    TO WS-RPT-LABEL
           MOVE WS-UNMATCHED        TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-LINE
           MOVE 'ROWS TO EXCEPF'    TO WS-RPT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT        TO WS-RPT-VALUE
           MOVE WS-RPT-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P950-WRITE-REPORT-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY DIFSHWRT.

       COPY RPTWRT.
