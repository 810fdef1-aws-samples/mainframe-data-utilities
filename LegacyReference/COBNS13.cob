      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Morning report bundling. Pulls the night's reports off the
      * report repository RPTARCF (captured there by COBNS10) and
      * prints one bundle per department and recipient on the
      * distribution list DISTLSTF (see RPTDSTF.cpy): a banner page
      * saying who the bundle is for and where it goes, a table of
      * contents, then each of the recipient's reports as many times
      * as the list asks for. A report whose producer ran but printed
      * nothing is left out where the list says to suppress it, and
      * otherwise goes in as a one-page notice.
      *
      * REPORTF is the operator's delivery checklist: every report of
      * every bundle with a box to tick, and the reports expected
      * every night that were never produced. A missing expected
      * report ends the run with return code 4.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBNS13.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT RPTARCF  ASSIGN TO RPTARCF
                  FILE STATUS IS WS-FS-RPTARCF.

           SELECT DISTLSTF ASSIGN TO DISTLSTF
                  FILE STATUS IS WS-FS-DISTLSTF.

           SELECT BUNDLEF  ASSIGN TO BUNDLEF
                  FILE STATUS IS WS-FS-BUNDLEF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  RPTARCF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       COPY RPTARCF.

       FD  DISTLSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY RPTDSTF.

       FD  BUNDLEF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-BUNDLE-LINE               PIC  X(080).

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-RPTARCF             PIC X(002) VALUE SPACES.
           05  WS-FS-DISTLSTF            PIC X(002) VALUE SPACES.
           05  WS-FS-BUNDLEF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-ARC-ROWS               PIC 9(009) VALUE ZEROS.
           05  WS-DIST-ROWS              PIC 9(009) VALUE ZEROS.
           05  WS-BUNDLES                PIC 9(009) VALUE ZEROS.
           05  WS-NO-BUNDLES             PIC 9(009) VALUE ZEROS.
           05  WS-COPIES-PRINTED         PIC 9(009) VALUE ZEROS.
           05  WS-LINES-PRINTED          PIC 9(009) VALUE ZEROS.
           05  WS-SUPPRESSED             PIC 9(009) VALUE ZEROS.
           05  WS-NOT-PRODUCED           PIC 9(009) VALUE ZEROS.
           05  WS-MISSING-EXPECTED       PIC 9(009) VALUE ZEROS.
           05  WS-IX                     PIC 9(003) VALUE ZEROS.
           05  WS-DX                     PIC 9(003) VALUE ZEROS.
           05  WS-RX                     PIC 9(003) VALUE ZEROS.
           05  WS-CX                     PIC 9(002) VALUE ZEROS.
           05  WS-LX                     PIC 9(005) VALUE ZEROS.
           05  WS-LAST-LX                PIC 9(005) VALUE ZEROS.
           05  WS-TOC-SEQ                PIC 9(003) VALUE ZEROS.
           05  WS-PREV-PROGRAM           PIC X(008) VALUE SPACES.
           05  WS-PREV-TITLE             PIC X(040) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-BUNDLE-DATE                PIC 9(008) VALUE ZEROS.

      *-----------------------------------------------------------------
      * Request card (SYSIN): cols 1-8 the run date whose reports to
      * bundle. Blank bundles the latest run date on RPTARCF -- the
      * night just finished.
      *-----------------------------------------------------------------
       01  WS-BUNDLE-CARD.
           05  WS-BNC-DATE               PIC X(008).
           05  WS-BNC-DATE-N REDEFINES WS-BNC-DATE
                                         PIC 9(008).
           05  FILLER                    PIC X(072).

      *-----------------------------------------------------------------
      * The night's reports, one entry per producing program, and
      * their printed lines. COBNS10 appends each capture as one run
      * of rows, so a change of program or title on the archive
      * starts a new capture; a program captured again the same date
      * (a rerun) takes the later capture's lines.
      *-----------------------------------------------------------------
       01  WS-REPORT-TABLE.
           05  WS-RPT-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-RPT-ENTRY OCCURS 300 TIMES.
               10  WS-RPE-PROGRAM        PIC X(008).
               10  WS-RPE-TITLE          PIC X(040).
               10  WS-RPE-FIRST-LINE     PIC 9(005).
               10  WS-RPE-LINE-COUNT     PIC 9(005).

       01  WS-LINE-TABLE.
           05  WS-LINE-CNT               PIC 9(005) VALUE ZEROS.
           05  WS-LINE-ENTRY OCCURS 20000 TIMES.
               10  WS-LINE-TEXT          PIC X(080).

      *-----------------------------------------------------------------
      * The distribution list, with each row's report found on the
      * night's archive and its delivery status:
      *   P  printed         E  empty, printed as a notice
      *   S  empty, suppressed   N  never produced
      *-----------------------------------------------------------------
       01  WS-DIST-TABLE.
           05  WS-DST-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-DST-ENTRY OCCURS 500 TIMES.
               10  WS-DST-PROGRAM        PIC X(008).
               10  WS-DST-RECIP-IX       PIC 9(003).
               10  WS-DST-REPORT-IX      PIC 9(003).
               10  WS-DST-COPIES         PIC 9(002).
               10  WS-DST-EXPECTED       PIC X(001).
               10  WS-DST-STATUS         PIC X(001).
                   88  WS-DST-PRINTED        VALUE 'P'.
                   88  WS-DST-EMPTY          VALUE 'E'.
                   88  WS-DST-SUPPRESSED     VALUE 'S'.
                   88  WS-DST-NOT-PRODUCED   VALUE 'N'.

       01  WS-RECIP-TABLE.
           05  WS-RCP-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-RCP-ENTRY OCCURS 200 TIMES.
               10  WS-RCP-DEPARTMENT     PIC X(012).
               10  WS-RCP-RECIPIENT      PIC X(020).
               10  WS-RCP-DELIVERY-POINT PIC X(020).
               10  WS-RCP-TO-PRINT       PIC 9(003).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(001) VALUE 'N'.
               88  WS-FOUND                  VALUE 'Y'.
           05  WS-NEW-PAGE-SW            PIC X(001) VALUE 'N'.
               88  WS-NEW-PAGE               VALUE 'Y'.

       01  WS-BUNDLE-PRINT-LINE          PIC X(080) VALUE SPACES.

       01  WS-STAR-LINE                  PIC X(080) VALUE ALL '*'.

       01  WS-BANNER-LINE.
           05  FILLER                    PIC X(010) VALUE SPACES.
           05  WS-BNL-LABEL              PIC X(020) VALUE SPACES.
           05  WS-BNL-VALUE              PIC X(040) VALUE SPACES.
           05  FILLER                    PIC X(010) VALUE SPACES.

       01  WS-TOC-LINE.
           05  WS-TCL-SEQ                PIC ZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TCL-PROGRAM            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TCL-TITLE              PIC X(030) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TCL-COPIES             PIC Z9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TCL-LINES              PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TCL-STATUS             PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.

       01  WS-NOTICE-LINE.
           05  FILLER                    PIC X(010) VALUE SPACES.
           05  WS-NTL-PROGRAM            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-NTL-TITLE              PIC X(040) VALUE SPACES.
           05  FILLER                    PIC X(020) VALUE SPACES.

       01  WS-CHECK-LINE.
           05  WS-CKL-DEPARTMENT         PIC X(012) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-CKL-RECIPIENT          PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-CKL-PROGRAM            PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CKL-COPIES             PIC Z9 VALUE ZEROS.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CKL-STATUS             PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-CKL-BOX                PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(007) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                    PIC X(004) VALUE '*** '.
           05  WS-SCL-TITLE              PIC X(040) VALUE SPACES.
           05  FILLER                    PIC X(036) VALUE SPACES.

       01  WS-STATUS-TEXT                PIC X(020) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

       PROCEDURE DIVISION.

           DISPLAY 'COBNS13 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BUNDLE-CARD FROM SYSIN.

           PERFORM P050-SET-BUNDLE-DATE THRU P050-SET-BUNDLE-DATE-EXIT

           DISPLAY 'BUNDLING REPORTS OF.....: ' WS-BUNDLE-DATE

           PERFORM P100-LOAD-NIGHT THRU P100-LOAD-NIGHT-EXIT

           PERFORM P200-LOAD-DIST-LIST THRU P200-LOAD-DIST-LIST-EXIT

           OPEN OUTPUT BUNDLEF.

           IF WS-FS-BUNDLEF NOT EQUAL '00'
              DISPLAY 'OPEN BUNDLEF  FS:' WS-FS-BUNDLEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF  FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'REPORT DELIVERY CHECKLIST'
                                   TO WS-RPT-TITLE
           MOVE 'COBNS13 '         TO WS-RPT-PROGRAM
           MOVE WS-BUNDLE-DATE     TO WS-RPT-HDG-DATE
           MOVE SPACES             TO WS-COLUMN-HEADING
           MOVE 'DEPARTMENT   RECIPIENT            PROGRAM   CP'
                                   TO WS-COLUMN-HEADING (1:46)
           MOVE 'STATUS               DONE'
                                   TO WS-COLUMN-HEADING (49:25)

           MOVE 1 TO WS-RX

           PERFORM P300-PRINT-BUNDLE THRU P300-PRINT-BUNDLE-EXIT
              UNTIL WS-RX GREATER WS-RCP-CNT

           PERFORM P700-PRINT-MISSING THRU P700-PRINT-MISSING-EXIT

           PERFORM P900-WRITE-TOTALS THRU P900-WRITE-TOTALS-EXIT

           CLOSE BUNDLEF.
           IF WS-FS-BUNDLEF NOT EQUAL '00'
              DISPLAY 'CLOSE BUNDLEF FS:' WS-FS-BUNDLEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'ARCHIVE ROWS READ...: ' WS-ARC-ROWS.
           DISPLAY 'REPORTS ON THE NIGHT: ' WS-RPT-CNT.
           DISPLAY 'DISTRIBUTION ROWS...: ' WS-DIST-ROWS.
           DISPLAY 'BUNDLES PRINTED.....: ' WS-BUNDLES.
           DISPLAY 'RECIPIENTS SKIPPED..: ' WS-NO-BUNDLES.
           DISPLAY 'REPORT COPIES.......: ' WS-COPIES-PRINTED.
           DISPLAY 'LINES PRINTED.......: ' WS-LINES-PRINTED.
           DISPLAY 'EMPTY SUPPRESSED....: ' WS-SUPPRESSED.
           DISPLAY 'NOT PRODUCED........: ' WS-NOT-PRODUCED.
           DISPLAY 'EXPECTED, MISSING...: ' WS-MISSING-EXPECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBNS13 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * With no date on the card, one pass over the archive finds the
      * latest run date stored.
      *-----------------------------------------------------------------
       P050-SET-BUNDLE-DATE.

           IF WS-BNC-DATE NUMERIC
              AND WS-BNC-DATE-N NOT EQUAL ZEROS
              MOVE WS-BNC-DATE-N TO WS-BUNDLE-DATE
           ELSE
              OPEN INPUT RPTARCF

              IF WS-FS-RPTARCF NOT EQUAL '00'
                 DISPLAY 'OPEN RPTARCF  FS:' WS-FS-RPTARCF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              MOVE 'N' TO WS-EOF-SW

              PERFORM P055-SCAN-LATEST-DATE
              THRU    P055-SCAN-LATEST-DATE-EXIT
                 UNTIL WS-EOF

              CLOSE RPTARCF

              IF WS-FS-RPTARCF NOT EQUAL '00'
                 DISPLAY 'CLOSE RPTARCF FS:' WS-FS-RPTARCF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              IF WS-BUNDLE-DATE EQUAL ZEROS
                 DISPLAY 'NO REPORTS ON RPTARCF TO BUNDLE'
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P050-SET-BUNDLE-DATE-EXIT.
           EXIT.

       P055-SCAN-LATEST-DATE.

           READ RPTARCF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                IF RA-RUN-DATE NUMERIC
                   AND RA-RUN-DATE GREATER WS-BUNDLE-DATE
                   MOVE RA-RUN-DATE TO WS-BUNDLE-DATE
                END-IF
           END-READ

           IF WS-FS-RPTARCF NOT EQUAL '00'
              AND WS-FS-RPTARCF NOT EQUAL '10'
              DISPLAY 'READ RPTARCF  FS:' WS-FS-RPTARCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P055-SCAN-LATEST-DATE-EXIT.
           EXIT.

       P100-LOAD-NIGHT.

           OPEN INPUT RPTARCF.

           IF WS-FS-RPTARCF NOT EQUAL '00'
              DISPLAY 'OPEN RPTARCF  FS:' WS-FS-RPTARCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW

           PERFORM P110-LOAD-NEXT-ROW THRU P110-LOAD-NEXT-ROW-EXIT
              UNTIL WS-EOF

           CLOSE RPTARCF.
           IF WS-FS-RPTARCF NOT EQUAL '00'
              DISPLAY 'CLOSE RPTARCF FS:' WS-FS-RPTARCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P100-LOAD-NIGHT-EXIT.
           EXIT.

       P110-LOAD-NEXT-ROW.

           READ RPTARCF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-ARC-ROWS

                IF RA-RUN-DATE EQUAL WS-BUNDLE-DATE
                   PERFORM P120-STORE-ROW THRU P120-STORE-ROW-EXIT
                ELSE
                   MOVE SPACES TO WS-PREV-PROGRAM
                                  WS-PREV-TITLE
                END-IF
           END-READ

           IF WS-FS-RPTARCF NOT EQUAL '00'
              AND WS-FS-RPTARCF NOT EQUAL '10'
              DISPLAY 'READ RPTARCF  FS:' WS-FS-RPTARCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P110-LOAD-NEXT-ROW-EXIT.
           EXIT.

       P120-STORE-ROW.

           IF RA-PROGRAM NOT EQUAL WS-PREV-PROGRAM
              OR RA-TITLE NOT EQUAL WS-PREV-TITLE
              PERFORM P130-START-CAPTURE THRU P130-START-CAPTURE-EXIT
           END-IF

           IF NOT RA-EMPTY-REPORT
              IF WS-LINE-CNT NOT LESS 20000
                 DISPLAY 'REPORT LINE TABLE FULL AT: ' WS-LINE-CNT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-LINE-CNT
              MOVE RA-TEXT TO WS-LINE-TEXT (WS-LINE-CNT)
              ADD 1 TO WS-RPE-LINE-COUNT (WS-IX)
           END-IF

           MOVE RA-PROGRAM TO WS-PREV-PROGRAM
           MOVE RA-TITLE   TO WS-PREV-TITLE
           .

       P120-STORE-ROW-EXIT.
           EXIT.

       P130-START-CAPTURE.

           MOVE RA-PROGRAM TO WS-PREV-PROGRAM

           PERFORM P140-FIND-REPORT THRU P140-FIND-REPORT-EXIT

           IF NOT WS-FOUND
              IF WS-RPT-CNT NOT LESS 300
                 DISPLAY 'NIGHT REPORT TABLE FULL AT: ' WS-RPT-CNT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1          TO WS-RPT-CNT
              MOVE WS-RPT-CNT TO WS-IX
              MOVE RA-PROGRAM TO WS-RPE-PROGRAM (WS-IX)
           END-IF

           MOVE RA-TITLE      TO WS-RPE-TITLE (WS-IX)
           COMPUTE WS-RPE-FIRST-LINE (WS-IX) = WS-LINE-CNT + 1
           MOVE ZERO          TO WS-RPE-LINE-COUNT (WS-IX)
           .

       P130-START-CAPTURE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Finds WS-PREV-PROGRAM among the night's reports; WS-IX is left
      * on it when found.
      *-----------------------------------------------------------------
       P140-FIND-REPORT.

           MOVE 'N' TO WS-FOUND-SW
           MOVE 0   TO WS-IX

           PERFORM P145-CHECK-REPORT THRU P145-CHECK-REPORT-EXIT
              UNTIL WS-FOUND
                 OR WS-IX NOT LESS WS-RPT-CNT
           .

       P140-FIND-REPORT-EXIT.
           EXIT.

       P145-CHECK-REPORT.

           ADD 1 TO WS-IX

           IF WS-RPE-PROGRAM (WS-IX) EQUAL WS-PREV-PROGRAM
              MOVE 'Y' TO WS-FOUND-SW
           END-IF
           .

       P145-CHECK-REPORT-EXIT.
           EXIT.

       P200-LOAD-DIST-LIST.

           OPEN INPUT DISTLSTF.

           IF WS-FS-DISTLSTF NOT EQUAL '00'
              DISPLAY 'OPEN DISTLSTF FS:' WS-FS-DISTLSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW

           PERFORM P210-LOAD-NEXT-DIST THRU P210-LOAD-NEXT-DIST-EXIT
              UNTIL WS-EOF

           CLOSE DISTLSTF.
           IF WS-FS-DISTLSTF NOT EQUAL '00'
              DISPLAY 'CLOSE DISTLSTF FS:' WS-FS-DISTLSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P200-LOAD-DIST-LIST-EXIT.
           EXIT.

       P210-LOAD-NEXT-DIST.

           READ DISTLSTF
             AT END
                MOVE 'Y' TO WS-EOF-SW
             NOT AT END
                ADD 1 TO WS-DIST-ROWS

                IF RDL-PROGRAM NOT EQUAL SPACES
                   PERFORM P220-STORE-DIST THRU P220-STORE-DIST-EXIT
                END-IF
           END-READ

           IF WS-FS-DISTLSTF NOT EQUAL '00'
              AND WS-FS-DISTLSTF NOT EQUAL '10'
              DISPLAY 'READ DISTLSTF FS:' WS-FS-DISTLSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P210-LOAD-NEXT-DIST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Each row is matched to the night's report for its program and
      * to its recipient's bundle, and given its delivery status.
      *-----------------------------------------------------------------
       P220-STORE-DIST.

           IF WS-DST-CNT NOT LESS 500
              DISPLAY 'DISTRIBUTION TABLE FULL AT: ' WS-DST-CNT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-DST-CNT
           MOVE WS-DST-CNT TO WS-DX

           MOVE RDL-PROGRAM  TO WS-DST-PROGRAM (WS-DX)
           MOVE RDL-EXPECTED TO WS-DST-EXPECTED (WS-DX)

           IF RDL-COPIES NUMERIC
              AND RDL-COPIES GREATER ZERO
              MOVE RDL-COPIES TO WS-DST-COPIES (WS-DX)
           ELSE
              MOVE 1          TO WS-DST-COPIES (WS-DX)
           END-IF

           MOVE RDL-PROGRAM TO WS-PREV-PROGRAM

           PERFORM P140-FIND-REPORT THRU P140-FIND-REPORT-EXIT

           EVALUATE TRUE
           WHEN NOT WS-FOUND
              MOVE ZERO TO WS-DST-REPORT-IX (WS-DX)
              MOVE 'N'  TO WS-DST-STATUS (WS-DX)
           WHEN WS-RPE-LINE-COUNT (WS-IX) GREATER ZERO
              MOVE WS-IX TO WS-DST-REPORT-IX (WS-DX)
              MOVE 'P'   TO WS-DST-STATUS (WS-DX)
           WHEN RDL-SUPPRESS
              MOVE WS-IX TO WS-DST-REPORT-IX (WS-DX)
              MOVE 'S'   TO WS-DST-STATUS (WS-DX)
           WHEN OTHER
              MOVE WS-IX TO WS-DST-REPORT-IX (WS-DX)
              MOVE 'E'   TO WS-DST-STATUS (WS-DX)
           END-EVALUATE

           PERFORM P230-FIND-RECIPIENT THRU P230-FIND-RECIPIENT-EXIT

           IF NOT WS-FOUND
              IF WS-RCP-CNT NOT LESS 200
                 DISPLAY 'RECIPIENT TABLE FULL AT: ' WS-RCP-CNT
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-RCP-CNT
              MOVE WS-RCP-CNT     TO WS-RX
              MOVE RDL-DEPARTMENT TO WS-RCP-DEPARTMENT (WS-RX)
              MOVE RDL-RECIPIENT  TO WS-RCP-RECIPIENT (WS-RX)
              MOVE SPACES         TO WS-RCP-DELIVERY-POINT (WS-RX)
              MOVE ZERO           TO WS-RCP-TO-PRINT (WS-RX)
           END-IF

           IF WS-RCP-DELIVERY-POINT (WS-RX) EQUAL SPACES
              MOVE RDL-DELIVERY-POINT TO WS-RCP-DELIVERY-POINT (WS-RX)
           END-IF

           MOVE WS-RX TO WS-DST-RECIP-IX (WS-DX)

           IF WS-DST-PRINTED (WS-DX)
              OR WS-DST-EMPTY (WS-DX)
              ADD 1 TO WS-RCP-TO-PRINT (WS-RX)
           END-IF
           .

       P220-STORE-DIST-EXIT.
           EXIT.

       P230-FIND-RECIPIENT.

           MOVE 'N' TO WS-FOUND-SW
           MOVE 0   TO WS-RX

           PERFORM P235-CHECK-RECIPIENT THRU P235-CHECK-RECIPIENT-EXIT
              UNTIL WS-FOUND
                 OR WS-RX NOT LESS WS-RCP-CNT
           .

       P230-FIND-RECIPIENT-EXIT.
           EXIT.

       P235-CHECK-RECIPIENT.

           ADD 1 TO WS-RX

           IF WS-RCP-DEPARTMENT (WS-RX) EQUAL RDL-DEPARTMENT
              AND WS-RCP-RECIPIENT (WS-RX) EQUAL RDL-RECIPIENT
              MOVE 'Y' TO WS-FOUND-SW
           END-IF
           .

       P235-CHECK-RECIPIENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One recipient: banner, contents, the reports, and the
      * recipient's lines on the checklist. A recipient with nothing
      * to print tonight gets no bundle, only the checklist lines.
      *-----------------------------------------------------------------
       P300-PRINT-BUNDLE.

           IF WS-RCP-TO-PRINT (WS-RX) GREATER ZERO
              ADD 1 TO WS-BUNDLES

              PERFORM P310-PRINT-BANNER THRU P310-PRINT-BANNER-EXIT

              PERFORM P320-PRINT-CONTENTS THRU P320-PRINT-CONTENTS-EXIT

              MOVE 1 TO WS-DX

              PERFORM P340-PRINT-REPORT THRU P340-PRINT-REPORT-EXIT
                 UNTIL WS-DX GREATER WS-DST-CNT
           ELSE
              ADD 1 TO WS-NO-BUNDLES
           END-IF

           PERFORM P600-CHECKLIST-RECIPIENT
           THRU    P600-CHECKLIST-RECIPIENT-EXIT

           ADD 1 TO WS-RX
           .

       P300-PRINT-BUNDLE-EXIT.
           EXIT.

       P310-PRINT-BANNER.

           MOVE WS-STAR-LINE         TO WS-BUNDLE-PRINT-LINE
           MOVE 'Y'                  TO WS-NEW-PAGE-SW
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BANNER-LINE
           MOVE 'REPORT BUNDLE'      TO WS-BNL-LABEL
           MOVE WS-BANNER-LINE       TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BANNER-LINE
           MOVE 'DEPARTMENT.......:' TO WS-BNL-LABEL
           MOVE WS-RCP-DEPARTMENT (WS-RX) TO WS-BNL-VALUE
           MOVE WS-BANNER-LINE       TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BANNER-LINE
           MOVE 'RECIPIENT........:' TO WS-BNL-LABEL
           MOVE WS-RCP-RECIPIENT (WS-RX) TO WS-BNL-VALUE
           MOVE WS-BANNER-LINE       TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BANNER-LINE
           MOVE 'DELIVER TO.......:' TO WS-BNL-LABEL
           MOVE WS-RCP-DELIVERY-POINT (WS-RX) TO WS-BNL-VALUE
           MOVE WS-BANNER-LINE       TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BANNER-LINE
           MOVE 'REPORTS OF.......:' TO WS-BNL-LABEL
           MOVE WS-BUNDLE-DATE       TO WS-BNL-VALUE
           MOVE WS-BANNER-LINE       TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BANNER-LINE
           MOVE 'BUNDLED ON.......:' TO WS-BNL-LABEL
           MOVE WS-RUN-DATE          TO WS-BNL-VALUE
           MOVE WS-BANNER-LINE       TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE WS-STAR-LINE         TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT
           .

       P310-PRINT-BANNER-EXIT.
           EXIT.

       P320-PRINT-CONTENTS.

           MOVE SPACES               TO WS-BANNER-LINE
           MOVE 'CONTENTS'           TO WS-BNL-LABEL
           MOVE WS-BANNER-LINE       TO WS-BUNDLE-PRINT-LINE
           MOVE 'Y'                  TO WS-NEW-PAGE-SW
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BUNDLE-PRINT-LINE
           MOVE ' NO  PROGRAM   TITLE'
                                     TO WS-BUNDLE-PRINT-LINE (1:20)
           MOVE 'CP  LINES  STATUS'  TO WS-BUNDLE-PRINT-LINE (48:17)
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE SPACES               TO WS-BUNDLE-PRINT-LINE
           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           MOVE ZERO TO WS-TOC-SEQ
           MOVE 1    TO WS-DX

           PERFORM P330-PRINT-CONTENTS-LINE
           THRU    P330-PRINT-CONTENTS-LINE-EXIT
              UNTIL WS-DX GREATER WS-DST-CNT
           .

       P320-PRINT-CONTENTS-EXIT.
           EXIT.

       P330-PRINT-CONTENTS-LINE.

           IF WS-DST-RECIP-IX (WS-DX) EQUAL WS-RX
              ADD 1 TO WS-TOC-SEQ

              PERFORM P380-SET-STATUS-TEXT
              THRU    P380-SET-STATUS-TEXT-EXIT

              MOVE SPACES                  TO WS-TOC-LINE
              MOVE WS-TOC-SEQ              TO WS-TCL-SEQ
              MOVE WS-DST-PROGRAM (WS-DX)  TO WS-TCL-PROGRAM
              MOVE WS-DST-COPIES (WS-DX)   TO WS-TCL-COPIES
              MOVE WS-STATUS-TEXT          TO WS-TCL-STATUS
              MOVE ZERO                    TO WS-TCL-LINES

              MOVE WS-DST-REPORT-IX (WS-DX) TO WS-IX

              IF WS-IX GREATER ZERO
                 MOVE WS-RPE-TITLE (WS-IX)      TO WS-TCL-TITLE
                 MOVE WS-RPE-LINE-COUNT (WS-IX) TO WS-TCL-LINES
              END-IF

              MOVE WS-TOC-LINE             TO WS-BUNDLE-PRINT-LINE
              PERFORM P390-WRITE-BUNDLE-LINE
              THRU    P390-WRITE-BUNDLE-LINE-EXIT
           END-IF

           ADD 1 TO WS-DX
           .

       P330-PRINT-CONTENTS-LINE-EXIT.
           EXIT.

       P340-PRINT-REPORT.

           IF WS-DST-RECIP-IX (WS-DX) EQUAL WS-RX
              AND (WS-DST-PRINTED (WS-DX) OR WS-DST-EMPTY (WS-DX))
              MOVE WS-DST-REPORT-IX (WS-DX) TO WS-IX
              MOVE 1 TO WS-CX

              PERFORM P350-PRINT-COPY THRU P350-PRINT-COPY-EXIT
                 UNTIL WS-CX GREATER WS-DST-COPIES (WS-DX)
           END-IF

           ADD 1 TO WS-DX
           .

       P340-PRINT-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Each copy starts on a new page, and so does every page heading
      * line the producer printed (its title, then its program name,
      * as RPTHDG.cpy lays them out), so the stored report keeps its
      * own pagination.
      *-----------------------------------------------------------------
       P350-PRINT-COPY.

           ADD 1 TO WS-COPIES-PRINTED

           IF WS-DST-EMPTY (WS-DX)
              MOVE SPACES                 TO WS-NOTICE-LINE
              MOVE WS-RPE-PROGRAM (WS-IX) TO WS-NTL-PROGRAM
              MOVE WS-RPE-TITLE (WS-IX)   TO WS-NTL-TITLE
              MOVE WS-NOTICE-LINE         TO WS-BUNDLE-PRINT-LINE
              MOVE 'Y'                    TO WS-NEW-PAGE-SW
              PERFORM P390-WRITE-BUNDLE-LINE
              THRU    P390-WRITE-BUNDLE-LINE-EXIT

              MOVE SPACES                 TO WS-BUNDLE-PRINT-LINE
              PERFORM P390-WRITE-BUNDLE-LINE
              THRU    P390-WRITE-BUNDLE-LINE-EXIT

              MOVE SPACES                 TO WS-NOTICE-LINE
              MOVE 'THE REPORT RAN AND PRINTED NO LINES'
                                          TO WS-NTL-TITLE
              MOVE WS-NOTICE-LINE         TO WS-BUNDLE-PRINT-LINE
              PERFORM P390-WRITE-BUNDLE-LINE
              THRU    P390-WRITE-BUNDLE-LINE-EXIT
           ELSE
              MOVE WS-RPE-FIRST-LINE (WS-IX) TO WS-LX
              COMPUTE WS-LAST-LX = WS-RPE-FIRST-LINE (WS-IX)
                                 + WS-RPE-LINE-COUNT (WS-IX) - 1
              MOVE 'Y' TO WS-NEW-PAGE-SW

              PERFORM P360-PRINT-STORED-LINE
              THRU    P360-PRINT-STORED-LINE-EXIT
                 UNTIL WS-LX GREATER WS-LAST-LX
           END-IF

           ADD 1 TO WS-CX
           .

       P350-PRINT-COPY-EXIT.
           EXIT.

       P360-PRINT-STORED-LINE.

           IF WS-LINE-TEXT (WS-LX) (1:40) EQUAL WS-RPE-TITLE (WS-IX)
              AND WS-LINE-TEXT (WS-LX) (42:8)
                                  EQUAL WS-RPE-PROGRAM (WS-IX)
              MOVE 'Y' TO WS-NEW-PAGE-SW
           END-IF

           MOVE WS-LINE-TEXT (WS-LX) TO WS-BUNDLE-PRINT-LINE

           PERFORM P390-WRITE-BUNDLE-LINE
           THRU    P390-WRITE-BUNDLE-LINE-EXIT

           ADD 1 TO WS-LINES-PRINTED
           ADD 1 TO WS-LX
           .

       P360-PRINT-STORED-LINE-EXIT.
           EXIT.

       P380-SET-STATUS-TEXT.

           EVALUATE TRUE
           WHEN WS-DST-PRINTED (WS-DX)
              MOVE 'PRINTED'             TO WS-STATUS-TEXT
           WHEN WS-DST-EMPTY (WS-DX)
              MOVE 'EMPTY - NOTICE ONLY' TO WS-STATUS-TEXT
           WHEN WS-DST-SUPPRESSED (WS-DX)
              MOVE 'EMPTY - SUPPRESSED'  TO WS-STATUS-TEXT
           WHEN OTHER
              MOVE 'NOT PRODUCED'        TO WS-STATUS-TEXT
           END-EVALUATE
           .

       P380-SET-STATUS-TEXT-EXIT.
           EXIT.

       P390-WRITE-BUNDLE-LINE.

           MOVE WS-BUNDLE-PRINT-LINE TO REC-BUNDLE-LINE

           IF WS-NEW-PAGE
              WRITE REC-BUNDLE-LINE AFTER ADVANCING PAGE
              MOVE 'N' TO WS-NEW-PAGE-SW
           ELSE
              WRITE REC-BUNDLE-LINE AFTER ADVANCING 1 LINE
           END-IF

           IF WS-FS-BUNDLEF NOT EQUAL '00'
              DISPLAY 'WRITE BUNDLEF FS:' WS-FS-BUNDLEF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P390-WRITE-BUNDLE-LINE-EXIT.
           EXIT.

       P600-CHECKLIST-RECIPIENT.

           MOVE 1 TO WS-DX

           PERFORM P610-CHECKLIST-LINE THRU P610-CHECKLIST-LINE-EXIT
              UNTIL WS-DX GREATER WS-DST-CNT

           IF WS-RCP-TO-PRINT (WS-RX) EQUAL ZERO
              MOVE SPACES             TO WS-CHECK-LINE
              MOVE WS-RCP-DEPARTMENT (WS-RX) TO WS-CKL-DEPARTMENT
              MOVE WS-RCP-RECIPIENT (WS-RX)  TO WS-CKL-RECIPIENT
              MOVE 'NO BUNDLE TONIGHT' TO WS-CKL-STATUS
              MOVE WS-CHECK-LINE      TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P600-CHECKLIST-RECIPIENT-EXIT.
           EXIT.

       P610-CHECKLIST-LINE.

           IF WS-DST-RECIP-IX (WS-DX) EQUAL WS-RX
              PERFORM P380-SET-STATUS-TEXT
              THRU    P380-SET-STATUS-TEXT-EXIT

              MOVE SPACES                    TO WS-CHECK-LINE
              MOVE WS-RCP-DEPARTMENT (WS-RX) TO WS-CKL-DEPARTMENT
              MOVE WS-RCP-RECIPIENT (WS-RX)  TO WS-CKL-RECIPIENT
              MOVE WS-DST-PROGRAM (WS-DX)    TO WS-CKL-PROGRAM
              MOVE WS-DST-COPIES (WS-DX)     TO WS-CKL-COPIES
              MOVE WS-STATUS-TEXT            TO WS-CKL-STATUS

              EVALUATE TRUE
              WHEN WS-DST-PRINTED (WS-DX)
                 OR WS-DST-EMPTY (WS-DX)
                 MOVE '[  ]' TO WS-CKL-BOX
              WHEN WS-DST-SUPPRESSED (WS-DX)
                 ADD 1 TO WS-SUPPRESSED
              WHEN OTHER
                 ADD 1 TO WS-NOT-PRODUCED
              END-EVALUATE

              MOVE WS-CHECK-LINE             TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           ADD 1 TO WS-DX
           .

       P610-CHECKLIST-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Reports the list expects every night that were never
      * produced, once per recipient left waiting.
      *-----------------------------------------------------------------
       P700-PRINT-MISSING.

           MOVE 'EXPECTED REPORTS NEVER PRODUCED' TO WS-SCL-TITLE
           MOVE WS-SECTION-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 1 TO WS-DX

           PERFORM P710-MISSING-LINE THRU P710-MISSING-LINE-EXIT
              UNTIL WS-DX GREATER WS-DST-CNT

           IF WS-MISSING-EXPECTED EQUAL ZERO
              MOVE '   EVERY EXPECTED REPORT WAS PRODUCED'
                                       TO WS-DETAIL-LINE
           ELSE
              MOVE '   *** EXPECTED REPORTS MISSING ***'
                                       TO WS-DETAIL-LINE
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P700-PRINT-MISSING-EXIT.
           EXIT.

       P710-MISSING-LINE.

           IF WS-DST-NOT-PRODUCED (WS-DX)
              AND WS-DST-EXPECTED (WS-DX) EQUAL 'Y'
              ADD 1 TO WS-MISSING-EXPECTED

              MOVE WS-DST-RECIP-IX (WS-DX) TO WS-RX

              MOVE SPACES                    TO WS-CHECK-LINE
              MOVE WS-RCP-DEPARTMENT (WS-RX) TO WS-CKL-DEPARTMENT
              MOVE WS-RCP-RECIPIENT (WS-RX)  TO WS-CKL-RECIPIENT
              MOVE WS-DST-PROGRAM (WS-DX)    TO WS-CKL-PROGRAM
              MOVE WS-DST-COPIES (WS-DX)     TO WS-CKL-COPIES
              MOVE 'NEVER PRODUCED'          TO WS-CKL-STATUS
              MOVE WS-CHECK-LINE             TO WS-DETAIL-LINE
              PERFORM P980-WRITE-DETAIL
              THRU    P980-WRITE-DETAIL-EXIT
           END-IF

           ADD 1 TO WS-DX
           .

       P710-MISSING-LINE-EXIT.
           EXIT.

       P900-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REPORTS ON NIGHT'  TO WS-RPT-CNT-LABEL
           MOVE WS-RPT-CNT          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'BUNDLES PRINTED'   TO WS-RPT-CNT-LABEL
           MOVE WS-BUNDLES          TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'REPORT COPIES'     TO WS-RPT-CNT-LABEL
           MOVE WS-COPIES-PRINTED   TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'EMPTY SUPPRESSED'  TO WS-RPT-CNT-LABEL
           MOVE WS-SUPPRESSED       TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'NOT PRODUCED'      TO WS-RPT-CNT-LABEL
           MOVE WS-NOT-PRODUCED     TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'EXPECTED, MISSING' TO WS-RPT-CNT-LABEL
           MOVE WS-MISSING-EXPECTED TO WS-RPT-CNT-VALUE
           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P900-WRITE-TOTALS-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY RPTWRT.
