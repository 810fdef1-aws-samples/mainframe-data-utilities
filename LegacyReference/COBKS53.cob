      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Service-desk CLIENT inquiry and maintenance transaction. Each
      * CLMTRAN transaction either views a client's personal (1),
      * address (2), contact (3) and employment (5) records or changes
      * fields on one of them, under the operator id keyed on it, and
      * gets its reply on REPORTF -- the record as it stands, then the
      * result. A desk correction no longer waits on a card through
      * the nightly feed.
      *
      * A change runs the same edits the loaders apply to a feed
      * card: the birth-date format, the education code on CODETBL,
      * the ZIP/state pair on ZIPREF, and the income reasonableness
      * ceiling (PARAMF KS05-INCOME-MAX), which the desk is refused
      * outright rather than flagged for review. An income moving by
      * more than the loader's approval percentage (PARAMF
      * KS05-APPR-PCT) is queued to PENDAPPF for COBKS19 instead of
      * applied; the rest of the change posts now. Every change
      * applied is audited on AUDITF under the operator's id, and
      * every transaction that reads a client is logged on CLACCLG.
      *
      * A change is never judged against TRUSTF -- the desk is
      * correcting what the feeds sent -- but each field group it
      * changes is stamped with feed id ONLINE and the calendar's
      * business date, so data control can rank desk corrections
      * above a feed on TRUSTF if it wants them to stick.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS53.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.

           SELECT CLMTRAN  ASSIGN TO CLMTRAN
                  FILE STATUS IS WS-FS-CLMTRAN.

           SELECT CLIENT   ASSIGN TO CLIENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CLIENT-KEY
                  FILE STATUS   IS WS-FS-CLIENT.

           SELECT AUDITF   ASSIGN TO AUDITF
                  FILE STATUS IS WS-FS-AUDITF.

           SELECT INCHSTF  ASSIGN TO INCHSTF
                  FILE STATUS IS WS-FS-INCHSTF.

           SELECT PENDAPPF ASSIGN TO PENDAPPF
                  FILE STATUS IS WS-FS-PENDAPPF.

      *-----------------------------------------------------------------
      * CLACCLG is the protected CLIENT-side access log COBKS08 also
      * writes (see ACCESSF.cpy).
      *-----------------------------------------------------------------
           SELECT CLACCLG  ASSIGN TO CLACCLG
                  FILE STATUS IS WS-FS-CLACCLG.

           SELECT CODETBL  ASSIGN TO CODETBL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CT-KEY
                  FILE STATUS   IS WS-FS-CODETBL.

           SELECT ZIPREF   ASSIGN TO ZIPREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS ZR-KEY
                  FILE STATUS   IS WS-FS-ZIPREF.

           SELECT CALENDF  ASSIGN TO CALENDF
                  FILE STATUS IS WS-FS-CALENDF.

           SELECT PARAMF   ASSIGN TO PARAMF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PRM-KEY
                  FILE STATUS   IS WS-FS-PARAMF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

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
      * Maintenance transaction. Col 1 the action, cols 2-9 the
      * operator id, then an 80-byte INPUTF card image: CLIENT-ID,
      * CLIENT-TYPE and the type's fields in the loaders' card layout.
      * A view may leave CLIENT-TYPE blank (or zero) to list every
      * record type. On a change, a field left blank keeps the value
      * on file; only the fields keyed are edited and applied.
      *-----------------------------------------------------------------
       FD  CLMTRAN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01  REC-TRANSACTION.
           03  TRN-ACTION                PIC  X(001).
               88  TRN-VIEW                  VALUE 'V'.
               88  TRN-CHANGE                VALUE 'C'.
           03  TRN-OPERATOR-ID           PIC  X(008).
           03  TRN-INPUT.
            05 TRN-CLIENT-ID             PIC  9(009).
            05 TRN-CLIENT-TYPE-X         PIC  X(004).
            05 TRN-CLIENT-TYPE REDEFINES
               TRN-CLIENT-TYPE-X         PIC  9(004).
               88  TRN-TYPE-SUPPORTED        VALUE 1 2 3 5.
            05 TRN-MAIN.
             07 TRN-NAME                 PIC  X(030).
             07 TRN-BDATE                PIC  X(010).
             07 TRN-ED-LVL               PIC  X(010).
             07 TRN-INCOME-X             PIC  X(009).
             07 TRN-INCOME    REDEFINES
                TRN-INCOME-X             PIC  S9(007)V99.
             07 FILLER                   PIC  X(008).
            05 TRN-ADDRESS REDEFINES     TRN-MAIN.
             07 TRN-ADDR-NUMBER-X        PIC  X(009).
             07 TRN-ADDR-NUMBER REDEFINES
                TRN-ADDR-NUMBER-X        PIC  9(009).
             07 TRN-ADDR-STREET          PIC  X(030).
             07 TRN-ADDR-CITY            PIC  X(020).
             07 TRN-ADDR-STATE           PIC  X(002).
             07 TRN-ADDR-ZIP             PIC  X(005).
             07 FILLER                   PIC  X(001).
            05 TRN-CONTACT REDEFINES     TRN-MAIN.
             07 TRN-PHONE                PIC  X(012).
             07 TRN-EMAIL                PIC  X(038).
             07 FILLER                   PIC  X(017).
            05 TRN-EMPLOYMENT REDEFINES  TRN-MAIN.
             07 TRN-EMPLOYER-NAME        PIC  X(030).
             07 TRN-HIRE-DATE            PIC  X(010).
             07 FILLER                   PIC  X(027).
           03  FILLER                    PIC  X(011).

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
            05 CLIENT-ADDR-UNDELIV-IND   PIC  X(001).
               88 CLIENT-ADDR-UNDELIVERABLE  VALUE 'Y'.
            05 CLIENT-ADDR-RETURN-DATE   PIC  9(008).
            05 CLIENT-ADDR-RETURN-CODE   PIC  X(002).
            05 CLIENT-ADDR-RETURN-REASON PIC  X(020).
            05 FILLER                    PIC  X(392).
           03  CLIENT-CONTACT REDEFINES  CLIENT-MAIN.
            05 CLIENT-PHONE              PIC  X(012).
            05 CLIENT-EMAIL              PIC  X(038).
            05 FILLER                    PIC  X(444).
           03  CLIENT-EMPLOYMENT REDEFINES CLIENT-MAIN.
            05 CLIENT-EMPLOYER-NAME      PIC  X(030).
            05 CLIENT-HIRE-DATE          PIC  X(010).
            05 FILLER                    PIC  X(454).
      *-----------------------------------------------------------------
      * Survivorship stamps (see TRUSTF.cpy): the feed and business
      * date that last set each field group, in the last 64 bytes of
      * every record type.
      *-----------------------------------------------------------------
           03  CLIENT-SOURCE REDEFINES CLIENT-MAIN.
            05 FILLER                    PIC  X(430).
            05 CLIENT-SRC-STAMPS.
             07 CLIENT-SRC-STAMP         OCCURS 4 TIMES.
              09 CLIENT-SRC-FEED-ID      PIC  X(008).
              09 CLIENT-SRC-DATE         PIC  9(008).

       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

       FD  INCHSTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 039 CHARACTERS.

       COPY INCHSTF.

       FD  PENDAPPF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       COPY PENDAPPF.

       FD  CLACCLG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY ACCESSF.

       FD  CODETBL.

       COPY CODETBL.

       FD  ZIPREF.

       COPY ZIPREF.

       FD  CALENDF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.

       COPY CALENDF.

       FD  PARAMF.

       COPY PARAMF.

       FD  REPORTF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       01  REC-REPORT-LINE               PIC  X(080).

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
           05  WS-FS-CLMTRAN             PIC X(002) VALUE SPACES.
           05  WS-FS-CLIENT              PIC X(002) VALUE SPACES.
           05  WS-FS-AUDITF              PIC X(002) VALUE SPACES.
           05  WS-FS-INCHSTF             PIC X(002) VALUE SPACES.
           05  WS-FS-PENDAPPF            PIC X(002) VALUE SPACES.
           05  WS-FS-CLACCLG             PIC X(002) VALUE SPACES.
           05  WS-FS-CODETBL             PIC X(002) VALUE SPACES.
           05  WS-FS-ZIPREF              PIC X(002) VALUE SPACES.
           05  WS-FS-CALENDF             PIC X(002) VALUE SPACES.
           05  WS-FS-PARAMF              PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-VIEWED                 PIC 9(009) VALUE ZEROS.
           05  WS-CHANGED                PIC 9(009) VALUE ZEROS.
           05  WS-PENDED                 PIC 9(009) VALUE ZEROS.
           05  WS-UNCHANGED              PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-FOUND                  PIC 9(005) VALUE ZEROS.
           05  WS-TYPE-IX                PIC 9(001) VALUE ZEROS.
           05  WS-GRP-IX                 PIC 9(001) VALUE ZEROS.
           05  WS-GRP-CHG-CNT            PIC 9(001) VALUE ZEROS.
           05  WS-RUN-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-BUSINESS-DATE          PIC 9(008) VALUE ZEROS.
           05  WS-OLD-INCOME             PIC S9(007)V99 VALUE ZEROS.
           05  WS-APPR-MOVE-AMT          PIC S9(008)V99 VALUE ZEROS.
           05  WS-APPR-MOVE-PCT          PIC S9(005)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
      * Compiled defaults only -- overridden at startup from the same
      * PARAMF rows COBKS05 reads, so the desk and the nightly load
      * always apply one ceiling and one approval percentage.
      *-----------------------------------------------------------------
           05  WS-INCOME-MAX-REASONABLE  PIC 9(007)V99
                                          VALUE 0500000.00.
           05  WS-APPROVAL-PCT           PIC 9(003) VALUE 050.
           05  WS-ONLINE-FEED-ID         PIC X(008) VALUE 'ONLINE'.
           05  WS-BEFORE-IMAGE           PIC X(494) VALUE SPACES.
           05  WS-REJ-CODE               PIC X(004) VALUE SPACES.
           05  WS-REJ-TEXT               PIC X(040) VALUE SPACES.
           05  WS-REPLY-TEXT             PIC X(058) VALUE SPACES.
           05  WS-FOUND-EDIT             PIC ZZZZ9.
           05  WS-INCOME-EDIT            PIC Z,ZZZ,ZZ9.99-.
           05  WS-ADDR-NUMBER-EDIT       PIC Z(08)9.

       01  WS-SWITCHES.
           05  WS-CLMTRAN-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CLMTRAN-EOF            VALUE 'Y'.
           05  WS-REJECT-SW              PIC X(001) VALUE 'N'.
               88  WS-REJECTED-TRN           VALUE 'Y'.
               88  WS-TRN-OK                 VALUE 'N'.
           05  WS-ZIPREF-OFF-SW          PIC X(001) VALUE 'N'.
               88  WS-ZIPREF-OFF             VALUE 'Y'.
           05  WS-CALENDF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-CALENDF-EOF            VALUE 'Y'.
           05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CAL-FOUND              VALUE 'Y'.
           05  WS-INCOME-APPLIED-SW      PIC X(001) VALUE 'N'.
               88  WS-INCOME-APPLIED         VALUE 'Y'.
           05  WS-INCOME-PENDING-SW      PIC X(001) VALUE 'N'.
               88  WS-INCOME-PENDING         VALUE 'Y'.

      *-----------------------------------------------------------------
      * The field groups a change touched, in stamp-slot order for
      * the record type (see TRUSTF.cpy).
      *-----------------------------------------------------------------
       01  WS-GRP-CHANGES.
           05  WS-GRP-CHG-SW             PIC X(001) OCCURS 4 TIMES.
               88  WS-GRP-CHANGED            VALUE 'Y'.

      *-----------------------------------------------------------------
      * The record types the desk can see and change: 1 personal,
      * 2 address, 3 contact, 5 employment.
      *-----------------------------------------------------------------
       01  WS-TYPE-LIST.
           05  WS-TYPE-VALUES            PIC X(004) VALUE '1235'.
           05  WS-TYPE-ENTRY REDEFINES
               WS-TYPE-VALUES            PIC 9(001)
                                         OCCURS 4 TIMES.

       01  WS-BDATE-CHECK.
           05  WS-BDATE-MM               PIC X(02).
           05  WS-BDATE-MM-N  REDEFINES
               WS-BDATE-MM               PIC 99.
           05  WS-BDATE-SEP1             PIC X(01).
           05  WS-BDATE-DD               PIC X(02).
           05  WS-BDATE-DD-N  REDEFINES
               WS-BDATE-DD               PIC 99.
           05  WS-BDATE-SEP2             PIC X(01).
           05  WS-BDATE-YYYY             PIC X(04).

       01  WS-TRN-LINE.
           05  WS-TRL-ACTION             PIC X(006) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TRL-OPERATOR           PIC X(008) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TRL-CLIENT-ID          PIC X(009) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-TRL-CLIENT-TYPE        PIC X(004) VALUE SPACES.
           05  FILLER                    PIC X(047) VALUE SPACES.

       01  WS-FLD-LINE.
           05  FILLER                    PIC X(004) VALUE SPACES.
           05  WS-FLL-LABEL              PIC X(016) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-FLL-VALUE              PIC X(058) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
      *-----------------------------------------------------------------
       COPY RPTHDG.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBKS53 STARTED'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P055-GET-PROCESS-DATE
           THRU    P055-GET-PROCESS-DATE-EXIT

           PERFORM P070-GET-PARAMETERS
           THRU    P070-GET-PARAMETERS-EXIT

           PERFORM P010-OPEN-FILES
           THRU    P010-OPEN-FILES-EXIT

           MOVE 'CLIENT MAINTENANCE TRANSACTION REPLIES'
                                    TO WS-RPT-TITLE
           MOVE 'COBKS53 '          TO WS-RPT-PROGRAM
           MOVE WS-BUSINESS-DATE    TO WS-RPT-HDG-DATE
           MOVE 'ACTION  OPERATOR  CLIENT-ID  TYPE'
                                    TO WS-COLUMN-HEADING

           PERFORM P100-PROCESS-TRANSACTION
           THRU    P100-PROCESS-TRANSACTION-EXIT
              UNTIL WS-CLMTRAN-EOF

           PERFORM P950-WRITE-TOTALS
           THRU    P950-WRITE-TOTALS-EXIT

           PERFORM P090-CLOSE-FILES
           THRU    P090-CLOSE-FILES-EXIT

           DISPLAY '--------------------'.
           DISPLAY 'TRANSACTIONS READ.: ' WS-READ.
           DISPLAY 'VIEWS.............: ' WS-VIEWED.
           DISPLAY 'CHANGES APPLIED...: ' WS-CHANGED.
           DISPLAY 'INCOMES QUEUED....: ' WS-PENDED.
           DISPLAY 'NO CHANGE NEEDED..: ' WS-UNCHANGED.
           DISPLAY 'REJECTED..........: ' WS-REJECTED.
           DISPLAY '--------------------'.

           DISPLAY 'COBKS53 FINISHED'.

           STOP RUN.

       P010-OPEN-FILES.

           OPEN INPUT CLMTRAN.

           IF WS-FS-CLMTRAN NOT EQUAL '00'
              DISPLAY 'OPEN CLMTRAN FS: ' WS-FS-CLMTRAN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN I-O CLIENT.

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'OPEN CLIENT FS:  ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND AUDITF.

           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'OPEN AUDITF FS:  ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND INCHSTF.

           IF WS-FS-INCHSTF NOT EQUAL '00'
              DISPLAY 'OPEN INCHSTF FS: ' WS-FS-INCHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND PENDAPPF.

           IF WS-FS-PENDAPPF NOT EQUAL '00'
              DISPLAY 'OPEN PENDAPPF FS:' WS-FS-PENDAPPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND CLACCLG.

           IF WS-FS-CLACCLG NOT EQUAL '00'
              DISPLAY 'OPEN CLACCLG FS: ' WS-FS-CLACCLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN INPUT CODETBL.

           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'OPEN CODETBL FS: ' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

      *-----------------------------------------------------------------
      * A region without the postal reference runs with the state/ZIP
      * check off, exactly as the loaders do.
      *-----------------------------------------------------------------
           OPEN INPUT ZIPREF.

           EVALUATE TRUE
           WHEN WS-FS-ZIPREF EQUAL '00'
              CONTINUE
           WHEN WS-FS-ZIPREF EQUAL '35'
              DISPLAY 'ZIPREF NOT DEFINED. POSTAL CHECK OFF.'
              MOVE 'Y' TO WS-ZIPREF-OFF-SW
           WHEN OTHER
              DISPLAY 'OPEN ZIPREF  FS: ' WS-FS-ZIPREF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'OPEN REPORTF FS: ' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBKS53 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT
           .

       P010-OPEN-FILES-EXIT.
           EXIT.

       P090-CLOSE-FILES.

           CLOSE CLMTRAN.
           IF WS-FS-CLMTRAN NOT EQUAL '00'
              DISPLAY 'CLOSE CLMTRAN FS:' WS-FS-CLMTRAN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CLIENT.
           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'CLOSE CLIENT FS: ' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE AUDITF.
           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'CLOSE AUDITF FS: ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE INCHSTF.
           IF WS-FS-INCHSTF NOT EQUAL '00'
              DISPLAY 'CLOSE INCHSTF FS:' WS-FS-INCHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE PENDAPPF.
           IF WS-FS-PENDAPPF NOT EQUAL '00'
              DISPLAY 'CLOSE PENDAPPF FS:' WS-FS-PENDAPPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CLACCLG.
           IF WS-FS-CLACCLG NOT EQUAL '00'
              DISPLAY 'CLOSE CLACCLG FS:' WS-FS-CLACCLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE CODETBL.
           IF WS-FS-CODETBL NOT EQUAL '00'
              DISPLAY 'CLOSE CODETBL FS:' WS-FS-CODETBL
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF NOT WS-ZIPREF-OFF
              CLOSE ZIPREF
              IF WS-FS-ZIPREF NOT EQUAL '00'
                 DISPLAY 'CLOSE ZIPREF FS: ' WS-FS-ZIPREF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P993-CLOSE-AUTH THRU P993-CLOSE-AUTH-EXIT
           .

       P090-CLOSE-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The business date the desk's changes belong to is the
      * calendar's current processing date -- the same date tonight's
      * load will stamp on its own AUDITF and INCHSTF rows.
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

           DISPLAY 'CALENDAR PROCESS DATE...: ' WS-BUSINESS-DATE
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
                   MOVE CAL-DATE TO WS-BUSINESS-DATE
                END-IF
           END-READ
           .

       P056-READ-CALENDAR-EXIT.
           EXIT.

       P070-GET-PARAMETERS.

           OPEN INPUT PARAMF.

           EVALUATE TRUE
           WHEN WS-FS-PARAMF EQUAL '00'
              MOVE 'KS05-INCOME-MAX ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'KS05-INCOME-MAX '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      MOVE PRM-VALUE TO WS-INCOME-MAX-REASONABLE
                   ELSE
                      DISPLAY 'NON-NUMERIC PARM VALUE IGNORED: '
                               'KS05-INCOME-MAX '
                   END-IF
              END-READ

              MOVE 'KS05-APPR-PCT   ' TO PRM-NAME

              READ PARAMF
                INVALID KEY
                   DISPLAY 'PARM NOT ON FILE. DEFAULT IN EFFECT: '
                            'KS05-APPR-PCT   '
                NOT INVALID KEY
                   IF PRM-VALUE NUMERIC
                      AND PRM-VALUE GREATER ZERO
                      AND PRM-VALUE NOT GREATER 999
                      MOVE PRM-VALUE TO WS-APPROVAL-PCT
                   ELSE
                      DISPLAY 'PARM VALUE OUT OF RANGE IGNORED: '
                               'KS05-APPR-PCT   '
                   END-IF
              END-READ

              CLOSE PARAMF

              IF WS-FS-PARAMF NOT EQUAL '00'
                 DISPLAY 'CLOSE PARAMF FS: ' WS-FS-PARAMF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

           WHEN WS-FS-PARAMF EQUAL '35'
              DISPLAY 'PARAMF NOT DEFINED. DEFAULTS IN EFFECT.'

           WHEN OTHER
              DISPLAY 'OPEN PARAMF  FS: ' WS-FS-PARAMF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'INCOME MAX IN EFFECT....: ' WS-INCOME-MAX-REASONABLE
           DISPLAY 'APPROVAL PCT IN EFFECT..: ' WS-APPROVAL-PCT
           .

       P070-GET-PARAMETERS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One reply block per transaction: the transaction line, the
      * record(s) as they stand, and the result.
      *-----------------------------------------------------------------
       P100-PROCESS-TRANSACTION.

           READ CLMTRAN
             AT END
                MOVE 'Y' TO WS-CLMTRAN-EOF-SW
             NOT AT END
                ADD 1 TO WS-READ

                MOVE 'N'    TO WS-REJECT-SW
                MOVE SPACES TO WS-REPLY-TEXT

                PERFORM P180-WRITE-TRAN-LINE
                THRU    P180-WRITE-TRAN-LINE-EXIT

                PERFORM P110-EDIT-TRANSACTION
                THRU    P110-EDIT-TRANSACTION-EXIT

                IF WS-TRN-OK
                   IF TRN-VIEW
                      PERFORM P200-VIEW-CLIENT
                      THRU    P200-VIEW-CLIENT-EXIT
                   ELSE
                      PERFORM P300-CHANGE-CLIENT
                      THRU    P300-CHANGE-CLIENT-EXIT
                   END-IF
                END-IF

                PERFORM P190-WRITE-RESULT
                THRU    P190-WRITE-RESULT-EXIT
           END-READ
           .

       P100-PROCESS-TRANSACTION-EXIT.
           EXIT.

       P110-EDIT-TRANSACTION.

           EVALUATE TRUE
           WHEN NOT TRN-VIEW AND NOT TRN-CHANGE
              MOVE 'BACT' TO WS-REJ-CODE
              MOVE 'ACTION MUST BE V (VIEW) OR C (CHANGE)'
              TO   WS-REJ-TEXT

              PERFORM P120-REJECT THRU P120-REJECT-EXIT

           WHEN TRN-OPERATOR-ID EQUAL SPACES
              MOVE 'BOPR' TO WS-REJ-CODE
              MOVE 'OPERATOR ID REQUIRED'
              TO   WS-REJ-TEXT

              PERFORM P120-REJECT THRU P120-REJECT-EXIT

           WHEN TRN-CLIENT-ID NOT NUMERIC
              MOVE 'BCID' TO WS-REJ-CODE
              MOVE 'CLIENT-ID NOT NUMERIC'
              TO   WS-REJ-TEXT

              PERFORM P120-REJECT THRU P120-REJECT-EXIT

           WHEN TRN-VIEW AND TRN-CLIENT-TYPE-X EQUAL SPACES
              CONTINUE

           WHEN TRN-CLIENT-TYPE-X NOT NUMERIC
              MOVE 'BTYP' TO WS-REJ-CODE
              MOVE 'CLIENT-TYPE MUST BE 1, 2, 3 OR 5'
              TO   WS-REJ-TEXT

              PERFORM P120-REJECT THRU P120-REJECT-EXIT

           WHEN TRN-VIEW AND TRN-CLIENT-TYPE EQUAL ZERO
              CONTINUE

           WHEN NOT TRN-TYPE-SUPPORTED
              MOVE 'BTYP' TO WS-REJ-CODE
              MOVE 'CLIENT-TYPE MUST BE 1, 2, 3 OR 5'
              TO   WS-REJ-TEXT

              PERFORM P120-REJECT THRU P120-REJECT-EXIT

           WHEN OTHER
              CONTINUE
           END-EVALUATE

           IF WS-TRN-OK
              PERFORM P115-CHECK-OPERATOR
              THRU    P115-CHECK-OPERATOR-EXIT
           END-IF
           .

       P110-EDIT-TRANSACTION-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The operator must hold a grant for this program and the
      * transaction's action, a view as much as a change (see
      * OPAUTHRT.cpy). A refusal replies like any other edit.
      *-----------------------------------------------------------------
       P115-CHECK-OPERATOR.

           MOVE TRN-OPERATOR-ID TO WS-OPA-OPERATOR
           MOVE TRN-ACTION      TO WS-OPA-ACTION

           PERFORM P994-CHECK-AUTH THRU P994-CHECK-AUTH-EXIT

           IF NOT WS-OPA-GRANTED
              MOVE WS-OPA-REASON TO WS-REJ-CODE
              MOVE WS-OPA-TEXT   TO WS-REJ-TEXT

              PERFORM P120-REJECT THRU P120-REJECT-EXIT
           END-IF
           .

       P115-CHECK-OPERATOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The caller sets WS-REJ-CODE and WS-REJ-TEXT just ahead of the
      * PERFORM; the codes are the loaders' EXCEPF reason codes where
      * the edit is the same one.
      *-----------------------------------------------------------------
       P120-REJECT.

           MOVE 'Y' TO WS-REJECT-SW

           ADD 1 TO WS-REJECTED

           MOVE SPACES TO WS-REPLY-TEXT

           STRING 'REJECTED '  DELIMITED BY SIZE
                  WS-REJ-CODE  DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WS-REJ-TEXT  DELIMITED BY SIZE
             INTO WS-REPLY-TEXT
           END-STRING
           .

       P120-REJECT-EXIT.
           EXIT.

       P180-WRITE-TRAN-LINE.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           EVALUATE TRUE
           WHEN TRN-VIEW
              MOVE 'VIEW'           TO WS-TRL-ACTION
           WHEN TRN-CHANGE
              MOVE 'CHANGE'         TO WS-TRL-ACTION
           WHEN OTHER
              MOVE TRN-ACTION       TO WS-TRL-ACTION
           END-EVALUATE

           MOVE TRN-OPERATOR-ID     TO WS-TRL-OPERATOR
           MOVE TRN-INPUT (1:9)     TO WS-TRL-CLIENT-ID
           MOVE TRN-CLIENT-TYPE-X   TO WS-TRL-CLIENT-TYPE

           MOVE WS-TRN-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P180-WRITE-TRAN-LINE-EXIT.
           EXIT.

       P190-WRITE-RESULT.

           MOVE SPACES              TO WS-FLD-LINE
           MOVE 'RESULT'            TO WS-FLL-LABEL
           MOVE WS-REPLY-TEXT       TO WS-FLL-VALUE
           MOVE WS-FLD-LINE         TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           .

       P190-WRITE-RESULT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A view lists the one record type asked for, or every type the
      * desk handles when none is given, and logs one CLACCLG row.
      *-----------------------------------------------------------------
       P200-VIEW-CLIENT.

           MOVE ZEROS TO WS-FOUND

           IF TRN-CLIENT-TYPE-X EQUAL SPACES OR '0000'
              MOVE ZEROS TO WS-TYPE-IX

              PERFORM P210-VIEW-TYPE THRU P210-VIEW-TYPE-EXIT
                 UNTIL WS-TYPE-IX NOT LESS 4
           ELSE
              MOVE TRN-CLIENT-TYPE TO CLIENT-TYPE

              PERFORM P220-READ-AND-LIST
              THRU    P220-READ-AND-LIST-EXIT
           END-IF

           IF WS-FOUND EQUAL ZERO
              MOVE 'NO CLIENT RECORDS ON FILE' TO WS-REPLY-TEXT
           ELSE
              MOVE WS-FOUND TO WS-FOUND-EDIT

              STRING 'RECORDS LISTED: ' DELIMITED BY SIZE
                     WS-FOUND-EDIT      DELIMITED BY SIZE
                INTO WS-REPLY-TEXT
              END-STRING
           END-IF

           ADD 1 TO WS-VIEWED

           PERFORM P800-LOG-ACCESS
           THRU    P800-LOG-ACCESS-EXIT
           .

       P200-VIEW-CLIENT-EXIT.
           EXIT.

       P210-VIEW-TYPE.

           ADD 1 TO WS-TYPE-IX

           MOVE WS-TYPE-ENTRY (WS-TYPE-IX) TO CLIENT-TYPE

           PERFORM P220-READ-AND-LIST
           THRU    P220-READ-AND-LIST-EXIT
           .

       P210-VIEW-TYPE-EXIT.
           EXIT.

       P220-READ-AND-LIST.

           MOVE TRN-CLIENT-ID TO CLIENT-ID

           READ CLIENT
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD 1 TO WS-FOUND

                PERFORM P500-LIST-RECORD
                THRU    P500-LIST-RECORD-EXIT
           END-READ
           .

       P220-READ-AND-LIST-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A change is edited field by field into the record read; the
      * first edit it fails rejects the whole transaction and the
      * record goes back as it was. The reply lists the record as it
      * now stands, so the change is logged on CLACCLG like a view.
      *-----------------------------------------------------------------
       P300-CHANGE-CLIENT.

           MOVE ZEROS             TO WS-FOUND
           MOVE TRN-CLIENT-ID     TO CLIENT-ID
           MOVE TRN-CLIENT-TYPE   TO CLIENT-TYPE

           READ CLIENT
             INVALID KEY
                MOVE 'NOTF' TO WS-REJ-CODE
                MOVE 'NO RECORD OF THAT CLIENT-TYPE ON FILE'
                TO   WS-REJ-TEXT

                PERFORM P120-REJECT THRU P120-REJECT-EXIT

             NOT INVALID KEY
                MOVE 1              TO WS-FOUND
                MOVE CLIENT-MAIN    TO WS-BEFORE-IMAGE
                MOVE CLIENT-INCOME  TO WS-OLD-INCOME
                MOVE SPACES         TO WS-GRP-CHANGES
                MOVE 'N'            TO WS-INCOME-APPLIED-SW
                                       WS-INCOME-PENDING-SW

                EVALUATE CLIENT-TYPE
                WHEN 1
                   PERFORM P310-CHANGE-PERSONAL
                   THRU    P310-CHANGE-PERSONAL-EXIT
                WHEN 2
                   PERFORM P320-CHANGE-ADDRESS
                   THRU    P320-CHANGE-ADDRESS-EXIT
                WHEN 3
                   PERFORM P330-CHANGE-CONTACT
                   THRU    P330-CHANGE-CONTACT-EXIT
                WHEN 5
                   PERFORM P340-CHANGE-EMPLOYMENT
                   THRU    P340-CHANGE-EMPLOYMENT-EXIT
                END-EVALUATE

                IF WS-REJECTED-TRN
                   MOVE WS-BEFORE-IMAGE TO CLIENT-MAIN
                ELSE
                   PERFORM P345-COUNT-GROUPS
                   THRU    P345-COUNT-GROUPS-EXIT

                   PERFORM P350-SETTLE-CHANGE
                   THRU    P350-SETTLE-CHANGE-EXIT
                END-IF

                PERFORM P500-LIST-RECORD
                THRU    P500-LIST-RECORD-EXIT

                IF WS-INCOME-PENDING
                   MOVE SPACES           TO WS-FLD-LINE
                   MOVE 'INCOME PENDING' TO WS-FLL-LABEL
                   MOVE TRN-INCOME       TO WS-INCOME-EDIT
                   MOVE WS-INCOME-EDIT   TO WS-FLL-VALUE
                   MOVE WS-FLD-LINE      TO WS-DETAIL-LINE
                   PERFORM P980-WRITE-DETAIL
                   THRU    P980-WRITE-DETAIL-EXIT
                END-IF
           END-READ

           PERFORM P800-LOG-ACCESS
           THRU    P800-LOG-ACCESS-EXIT
           .

       P300-CHANGE-CLIENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Type 1: name and birth date (IDNT), education level (EDLV),
      * income (INCM).
      *-----------------------------------------------------------------
       P310-CHANGE-PERSONAL.

           IF TRN-NAME NOT EQUAL SPACES
              AND TRN-NAME NOT EQUAL CLIENT-NAME
              MOVE TRN-NAME TO CLIENT-NAME
              MOVE 'Y'      TO WS-GRP-CHG-SW (1)
           END-IF

           IF TRN-BDATE NOT EQUAL SPACES
              AND TRN-BDATE NOT EQUAL CLIENT-BDATE
              PERFORM P210-VALIDATE-BDATE
              THRU    P210-VALIDATE-BDATE-EXIT

              IF WS-TRN-OK
                 MOVE TRN-BDATE TO CLIENT-BDATE
                 MOVE 'Y'       TO WS-GRP-CHG-SW (1)
              END-IF
           END-IF

           IF WS-TRN-OK
              AND TRN-ED-LVL NOT EQUAL SPACES
              AND TRN-ED-LVL NOT EQUAL CLIENT-ED-LVL
              PERFORM P215-VALIDATE-ED-LVL
              THRU    P215-VALIDATE-ED-LVL-EXIT

              IF WS-TRN-OK
                 MOVE TRN-ED-LVL TO CLIENT-ED-LVL
                 MOVE 'Y'        TO WS-GRP-CHG-SW (2)
              END-IF
           END-IF

           IF WS-TRN-OK AND TRN-INCOME-X NOT EQUAL SPACES
              IF TRN-INCOME NOT NUMERIC
                 MOVE 'BINC' TO WS-REJ-CODE
                 MOVE 'INCOME NOT NUMERIC'
                 TO   WS-REJ-TEXT

                 PERFORM P120-REJECT THRU P120-REJECT-EXIT
              ELSE
                 IF TRN-INCOME NOT EQUAL CLIENT-INCOME
                    PERFORM P250-CHECK-INCOME-RANGE
                    THRU    P250-CHECK-INCOME-RANGE-EXIT

                    IF WS-TRN-OK
                       PERFORM P218-CHECK-INCOME-APPROVAL
                       THRU    P218-CHECK-INCOME-APPROVAL-EXIT
                    END-IF

                    IF WS-TRN-OK AND NOT WS-INCOME-PENDING
                       MOVE TRN-INCOME TO CLIENT-INCOME
                       MOVE 'Y'        TO WS-GRP-CHG-SW (3)
                                          WS-INCOME-APPLIED-SW
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       P310-CHANGE-PERSONAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Type 2: the postal address (ADDR). The address as it will
      * stand is edited against the postal reference whenever any
      * part of it changes, the same whole-address edit a feed card
      * gets. A changed address is a new one, so any undeliverable
      * flag COBKS38 set against the old one is cleared with it, as a
      * feed card's type-2 rebuild clears it.
      *-----------------------------------------------------------------
       P320-CHANGE-ADDRESS.

           IF TRN-ADDR-NUMBER-X NOT EQUAL SPACES
              IF TRN-ADDR-NUMBER NOT NUMERIC
                 MOVE 'BNUM' TO WS-REJ-CODE
                 MOVE 'STREET NUMBER NOT NUMERIC'
                 TO   WS-REJ-TEXT

                 PERFORM P120-REJECT THRU P120-REJECT-EXIT
              ELSE
                 IF TRN-ADDR-NUMBER NOT EQUAL CLIENT-ADDR-NUMBER
                    MOVE TRN-ADDR-NUMBER TO CLIENT-ADDR-NUMBER
                    MOVE 'Y'             TO WS-GRP-CHG-SW (1)
                 END-IF
              END-IF
           END-IF

           IF TRN-ADDR-STREET NOT EQUAL SPACES
              AND TRN-ADDR-STREET NOT EQUAL CLIENT-ADDR-STREET
              MOVE TRN-ADDR-STREET TO CLIENT-ADDR-STREET
              MOVE 'Y'             TO WS-GRP-CHG-SW (1)
           END-IF

           IF TRN-ADDR-CITY NOT EQUAL SPACES
              AND TRN-ADDR-CITY NOT EQUAL CLIENT-ADDR-CITY
              MOVE TRN-ADDR-CITY TO CLIENT-ADDR-CITY
              MOVE 'Y'           TO WS-GRP-CHG-SW (1)
           END-IF

           IF TRN-ADDR-STATE NOT EQUAL SPACES
              AND TRN-ADDR-STATE NOT EQUAL CLIENT-ADDR-STATE
              MOVE TRN-ADDR-STATE TO CLIENT-ADDR-STATE
              MOVE 'Y'            TO WS-GRP-CHG-SW (1)
           END-IF

           IF TRN-ADDR-ZIP NOT EQUAL SPACES
              AND TRN-ADDR-ZIP NOT EQUAL CLIENT-ADDR-ZIP
              MOVE TRN-ADDR-ZIP TO CLIENT-ADDR-ZIP
              MOVE 'Y'          TO WS-GRP-CHG-SW (1)
           END-IF

           IF WS-TRN-OK AND WS-GRP-CHANGED (1)
              PERFORM P217-VALIDATE-POSTAL
              THRU    P217-VALIDATE-POSTAL-EXIT
           END-IF

           IF WS-TRN-OK AND WS-GRP-CHANGED (1)
              MOVE SPACES TO CLIENT-ADDR-UNDELIV-IND
                             CLIENT-ADDR-RETURN-CODE
                             CLIENT-ADDR-RETURN-REASON
              MOVE ZEROS  TO CLIENT-ADDR-RETURN-DATE
           END-IF
           .

       P320-CHANGE-ADDRESS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Type 3: phone (PHON) and e-mail (MAIL).
      *-----------------------------------------------------------------
       P330-CHANGE-CONTACT.

           IF TRN-PHONE NOT EQUAL SPACES
              AND TRN-PHONE NOT EQUAL CLIENT-PHONE
              MOVE TRN-PHONE TO CLIENT-PHONE
              MOVE 'Y'       TO WS-GRP-CHG-SW (1)
           END-IF

           IF TRN-EMAIL NOT EQUAL SPACES
              AND TRN-EMAIL NOT EQUAL CLIENT-EMAIL
              MOVE TRN-EMAIL TO CLIENT-EMAIL
              MOVE 'Y'       TO WS-GRP-CHG-SW (2)
           END-IF
           .

       P330-CHANGE-CONTACT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Type 5: employer and hire date (EMPL).
      *-----------------------------------------------------------------
       P340-CHANGE-EMPLOYMENT.

           IF TRN-EMPLOYER-NAME NOT EQUAL SPACES
              AND TRN-EMPLOYER-NAME NOT EQUAL CLIENT-EMPLOYER-NAME
              MOVE TRN-EMPLOYER-NAME TO CLIENT-EMPLOYER-NAME
              MOVE 'Y'               TO WS-GRP-CHG-SW (1)
           END-IF

           IF TRN-HIRE-DATE NOT EQUAL SPACES
              AND TRN-HIRE-DATE NOT EQUAL CLIENT-HIRE-DATE
              MOVE TRN-HIRE-DATE TO CLIENT-HIRE-DATE
              MOVE 'Y'           TO WS-GRP-CHG-SW (1)
           END-IF
           .

       P340-CHANGE-EMPLOYMENT-EXIT.
           EXIT.

       P345-COUNT-GROUPS.

           MOVE ZEROS TO WS-GRP-IX
                         WS-GRP-CHG-CNT

           PERFORM P346-COUNT-ONE-GROUP
           THRU    P346-COUNT-ONE-GROUP-EXIT
              UNTIL WS-GRP-IX NOT LESS 4
           .

       P345-COUNT-GROUPS-EXIT.
           EXIT.

       P346-COUNT-ONE-GROUP.

           ADD 1 TO WS-GRP-IX

           IF WS-GRP-CHANGED (WS-GRP-IX)
              ADD 1 TO WS-GRP-CHG-CNT
           END-IF
           .

       P346-COUNT-ONE-GROUP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Apply what changed, queue a held-back income, and say which.
      *-----------------------------------------------------------------
       P350-SETTLE-CHANGE.

           IF WS-GRP-CHG-CNT GREATER ZERO
              PERFORM P360-APPLY-CHANGE
              THRU    P360-APPLY-CHANGE-EXIT
           END-IF

           IF WS-INCOME-PENDING
              PERFORM P219-QUEUE-FOR-APPROVAL
              THRU    P219-QUEUE-FOR-APPROVAL-EXIT
           END-IF

           EVALUATE TRUE
           WHEN WS-GRP-CHG-CNT GREATER ZERO AND WS-INCOME-PENDING
              MOVE 'CHANGED. INCOME QUEUED FOR SUPERVISOR APPROVAL'
              TO   WS-REPLY-TEXT
           WHEN WS-INCOME-PENDING
              MOVE 'INCOME QUEUED FOR SUPERVISOR APPROVAL'
              TO   WS-REPLY-TEXT
           WHEN WS-GRP-CHG-CNT GREATER ZERO
              MOVE 'CHANGED'
              TO   WS-REPLY-TEXT
           WHEN OTHER
              ADD 1 TO WS-UNCHANGED
              MOVE 'NO CHANGE. VALUES KEYED AGREE WITH FILE'
              TO   WS-REPLY-TEXT
           END-EVALUATE
           .

       P350-SETTLE-CHANGE-EXIT.
           EXIT.

       P360-APPLY-CHANGE.

           MOVE ZEROS TO WS-GRP-IX

           PERFORM P365-STAMP-ONE-GROUP
           THRU    P365-STAMP-ONE-GROUP-EXIT
              UNTIL WS-GRP-IX NOT LESS 4

           REWRITE REC-CLIENT
           END-REWRITE

           IF WS-FS-CLIENT NOT EQUAL '00'
              DISPLAY 'REWRITE CLIENT FS:' WS-FS-CLIENT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           IF WS-INCOME-APPLIED
              PERFORM P240-RECORD-INCOME-HISTORY
              THRU    P240-RECORD-INCOME-HISTORY-EXIT
           END-IF

           MOVE 'U' TO AUD-ACTION
           PERFORM P900-WRITE-AUDIT
           THRU    P900-WRITE-AUDIT-EXIT

           ADD 1 TO WS-CHANGED
           .

       P360-APPLY-CHANGE-EXIT.
           EXIT.

       P365-STAMP-ONE-GROUP.

           ADD 1 TO WS-GRP-IX

           IF WS-GRP-CHANGED (WS-GRP-IX)
              MOVE WS-ONLINE-FEED-ID TO CLIENT-SRC-FEED-ID (WS-GRP-IX)
              MOVE WS-BUSINESS-DATE  TO CLIENT-SRC-DATE    (WS-GRP-IX)
           END-IF
           .

       P365-STAMP-ONE-GROUP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Same birth-date format edit as the loaders' P210.
      *-----------------------------------------------------------------
       P210-VALIDATE-BDATE.

           MOVE TRN-BDATE TO WS-BDATE-CHECK

           IF WS-BDATE-MM   NUMERIC
              AND WS-BDATE-DD   NUMERIC
              AND WS-BDATE-YYYY NUMERIC
              AND WS-BDATE-SEP1 EQUAL '/'
              AND WS-BDATE-SEP2 EQUAL '/'
              AND WS-BDATE-MM-N GREATER THAN ZERO
              AND WS-BDATE-MM-N NOT GREATER THAN 12
              AND WS-BDATE-DD-N GREATER THAN ZERO
              AND WS-BDATE-DD-N NOT GREATER THAN 31

              CONTINUE

           ELSE
              MOVE 'BDAT' TO WS-REJ-CODE
              MOVE 'BIRTH DATE MUST BE MM/DD/YYYY'
              TO   WS-REJ-TEXT

              PERFORM P120-REJECT THRU P120-REJECT-EXIT
           END-IF
           .

       P210-VALIDATE-BDATE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Education level must be an active EDLVL code on CODETBL, as
      * in the loaders' P215.
      *-----------------------------------------------------------------
       P215-VALIDATE-ED-LVL.

           MOVE 'EDLVL'    TO CT-TABLE-ID
           MOVE TRN-ED-LVL TO CT-CODE

           READ CODETBL
             INVALID KEY
                MOVE 'BEDU' TO WS-REJ-CODE
                MOVE 'EDUCATION LEVEL NOT AN ACTIVE CODE'
                TO   WS-REJ-TEXT

                PERFORM P120-REJECT THRU P120-REJECT-EXIT

             NOT INVALID KEY
                IF NOT CT-ACTIVE
                   MOVE 'BEDU' TO WS-REJ-CODE
                   MOVE 'EDUCATION LEVEL NOT AN ACTIVE CODE'
                   TO   WS-REJ-TEXT

                   PERFORM P120-REJECT THRU P120-REJECT-EXIT
                END-IF
           END-READ
           .

       P215-VALIDATE-ED-LVL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ZIP on the postal reference and agreeing with the state, as in
      * the loaders' P217.
      *-----------------------------------------------------------------
       P217-VALIDATE-POSTAL.

           IF NOT WS-ZIPREF-OFF

              MOVE CLIENT-ADDR-ZIP TO ZR-ZIP

              READ ZIPREF
                INVALID KEY
                   MOVE 'BZIP' TO WS-REJ-CODE
                   MOVE 'ZIP NOT ON POSTAL REFERENCE'
                   TO   WS-REJ-TEXT

                   PERFORM P120-REJECT THRU P120-REJECT-EXIT

                NOT INVALID KEY
                   IF ZR-STATE NOT EQUAL CLIENT-ADDR-STATE
                      MOVE 'BZST' TO WS-REJ-CODE
                      MOVE 'STATE DISAGREES WITH POSTAL REF FOR ZIP'
                      TO   WS-REJ-TEXT

                      PERFORM P120-REJECT THRU P120-REJECT-EXIT
                   END-IF
              END-READ
           END-IF
           .

       P217-VALIDATE-POSTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The loaders' P218 test: an income moving an existing non-zero
      * income by more than the approval percentage is held back for
      * COBKS19. A first-time income has no base and applies.
      *-----------------------------------------------------------------
       P218-CHECK-INCOME-APPROVAL.

           MOVE ZEROS TO WS-APPR-MOVE-PCT

           IF WS-OLD-INCOME NOT EQUAL ZEROS

              SUBTRACT WS-OLD-INCOME FROM TRN-INCOME
                 GIVING WS-APPR-MOVE-AMT

              IF WS-APPR-MOVE-AMT LESS ZERO
                 COMPUTE WS-APPR-MOVE-AMT =
                    ZERO - WS-APPR-MOVE-AMT
              END-IF

              COMPUTE WS-APPR-MOVE-PCT ROUNDED =
                 WS-APPR-MOVE-AMT * 100 / WS-OLD-INCOME
                ON SIZE ERROR
                   MOVE 'Y' TO WS-INCOME-PENDING-SW
                NOT ON SIZE ERROR
                   IF WS-APPR-MOVE-PCT GREATER WS-APPROVAL-PCT
                      MOVE 'Y' TO WS-INCOME-PENDING-SW
                   END-IF
              END-COMPUTE
           END-IF
           .

       P218-CHECK-INCOME-APPROVAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The pending row carries the transaction's card image with the
      * IDNT and EDLV groups marked lost, so the approved posting in
      * COBKS19 applies and stamps only the income; anything else the
      * operator changed has already posted.
      *-----------------------------------------------------------------
       P219-QUEUE-FOR-APPROVAL.

           DISPLAY 'INCOME CHANGE QUEUED FOR APPROVAL: ' CLIENT-ID

           MOVE SPACES            TO REC-PEND-APPROVAL
           MOVE CLIENT-ID         TO PA-CLIENT-ID
           MOVE CLIENT-TYPE       TO PA-CLIENT-TYPE
           MOVE WS-BUSINESS-DATE  TO PA-BUSINESS-DATE
           MOVE WS-ONLINE-FEED-ID TO PA-FEED-ID
           MOVE 'N'               TO PA-SRV-WIN-SW (1)
                                     PA-SRV-WIN-SW (2)
           MOVE 'Y'               TO PA-SRV-WIN-SW (3)
           MOVE WS-OLD-INCOME     TO PA-OLD-INCOME
           MOVE TRN-INCOME        TO PA-NEW-INCOME
           MOVE WS-APPR-MOVE-PCT  TO PA-MOVE-PCT
           MOVE TRN-INPUT         TO PA-INPUT

           WRITE REC-PEND-APPROVAL
           END-WRITE

           IF WS-FS-PENDAPPF NOT EQUAL '00'
              DISPLAY 'WRITE PENDAPPF FS:' WS-FS-PENDAPPF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-PENDED
           .

       P219-QUEUE-FOR-APPROVAL-EXIT.
           EXIT.

       P240-RECORD-INCOME-HISTORY.

           MOVE CLIENT-ID        TO IH-CLIENT-ID
           MOVE CLIENT-TYPE      TO IH-CLIENT-TYPE
           MOVE WS-BUSINESS-DATE TO IH-EFFECTIVE-DATE
           MOVE WS-OLD-INCOME    TO IH-OLD-INCOME
           MOVE CLIENT-INCOME    TO IH-NEW-INCOME

           WRITE REC-INCOME-HIST
           END-WRITE

           IF WS-FS-INCHSTF NOT EQUAL '00'
              DISPLAY 'WRITE INCHSTF FS:' WS-FS-INCHSTF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P240-RECORD-INCOME-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The loaders' reasonableness ceiling. A feed card over it is
      * flagged for review; the desk is refused.
      *-----------------------------------------------------------------
       P250-CHECK-INCOME-RANGE.

           IF TRN-INCOME GREATER WS-INCOME-MAX-REASONABLE
              MOVE 'INCR' TO WS-REJ-CODE
              MOVE 'INCOME EXCEEDS REASONABLE RANGE'
              TO   WS-REJ-TEXT

              PERFORM P120-REJECT THRU P120-REJECT-EXIT
           END-IF
           .

       P250-CHECK-INCOME-RANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLIENT-TYPE on the key says which REDEFINES view applies, as
      * in COBKS08's inquiry display.
      *-----------------------------------------------------------------
       P500-LIST-RECORD.

           MOVE SPACES TO WS-FLD-LINE

           EVALUATE TRUE
           WHEN CLIENT-TYPE EQUAL 1
              MOVE 'NAME'              TO WS-FLL-LABEL
              MOVE CLIENT-NAME         TO WS-FLL-VALUE
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT

              MOVE 'BIRTH DATE'        TO WS-FLL-LABEL
              MOVE CLIENT-BDATE        TO WS-FLL-VALUE
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT

              MOVE 'EDUCATION LVL'     TO WS-FLL-LABEL
              MOVE CLIENT-ED-LVL       TO WS-FLL-VALUE
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT

              MOVE CLIENT-INCOME       TO WS-INCOME-EDIT
              MOVE 'INCOME'            TO WS-FLL-LABEL
              MOVE WS-INCOME-EDIT      TO WS-FLL-VALUE
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT

           WHEN CLIENT-TYPE EQUAL 2
              MOVE CLIENT-ADDR-NUMBER  TO WS-ADDR-NUMBER-EDIT
              MOVE 'STREET NUMBER'     TO WS-FLL-LABEL
              MOVE WS-ADDR-NUMBER-EDIT TO WS-FLL-VALUE
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT

              MOVE 'STREET'            TO WS-FLL-LABEL
              MOVE CLIENT-ADDR-STREET  TO WS-FLL-VALUE
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT

              MOVE 'CITY/STATE/ZIP'    TO WS-FLL-LABEL
              STRING CLIENT-ADDR-CITY  DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     CLIENT-ADDR-STATE DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     CLIENT-ADDR-ZIP   DELIMITED BY SIZE
                INTO WS-FLL-VALUE
              END-STRING
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT

           WHEN CLIENT-TYPE EQUAL 3
              MOVE 'PHONE'             TO WS-FLL-LABEL
              MOVE CLIENT-PHONE        TO WS-FLL-VALUE
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT

              MOVE 'EMAIL'             TO WS-FLL-LABEL
              MOVE CLIENT-EMAIL        TO WS-FLL-VALUE
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT

           WHEN CLIENT-TYPE EQUAL 5
              MOVE 'EMPLOYER'          TO WS-FLL-LABEL
              MOVE CLIENT-EMPLOYER-NAME TO WS-FLL-VALUE
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT

              MOVE 'HIRE DATE'         TO WS-FLL-LABEL
              MOVE CLIENT-HIRE-DATE    TO WS-FLL-VALUE
              PERFORM P510-WRITE-FIELD THRU P510-WRITE-FIELD-EXIT
           END-EVALUATE
           .

       P500-LIST-RECORD-EXIT.
           EXIT.

       P510-WRITE-FIELD.

           MOVE WS-FLD-LINE TO WS-DETAIL-LINE

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES TO WS-FLD-LINE
           .

       P510-WRITE-FIELD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * One CLACCLG row per transaction that reads a client (see
      * ACCESSF.cpy), in the form COBKS08 logs its inquiries: the
      * operator as requestor and the 9-digit CLIENT-ID in the
      * ACC-ID-NO bytes with ACC-ID-STATE spaces.
      *-----------------------------------------------------------------
       P800-LOG-ACCESS.

           MOVE WS-RUN-DATE       TO ACC-RUN-DATE
           ACCEPT ACC-RUN-TIME FROM TIME
           MOVE 'COBKS53 '        TO ACC-PROGRAM-ID
           MOVE TRN-OPERATOR-ID   TO ACC-REQUESTOR
           MOVE SPACES            TO ACC-ID-STATE
                                     ACC-ID-NO
           MOVE TRN-CLIENT-ID     TO ACC-ID-NO (1:9)
           MOVE WS-FOUND          TO ACC-RECORDS-FOUND

           IF WS-FOUND GREATER ZERO
              MOVE 'Y' TO ACC-RESULT
           ELSE
              MOVE 'N' TO ACC-RESULT
           END-IF

           WRITE REC-ACCESS-LOG
           END-WRITE

           IF WS-FS-CLACCLG NOT EQUAL '00'
              DISPLAY 'WRITE CLACCLG FS:' WS-FS-CLACCLG
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P800-LOG-ACCESS-EXIT.
           EXIT.

       P900-WRITE-AUDIT.

           MOVE CLIENT-ID             TO AUD-CLIENT-ID
           MOVE CLIENT-TYPE           TO AUD-CLIENT-TYPE
           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE CLIENT-MAIN           TO AUD-AFTER-IMAGE
           MOVE WS-BUSINESS-DATE      TO AUD-BUSINESS-DATE
           MOVE TRN-OPERATOR-ID       TO AUD-OPERATOR-ID

           WRITE REC-AUDIT
           END-WRITE

           IF WS-FS-AUDITF NOT EQUAL '00'
              DISPLAY 'WRITE AUDITF FS:  ' WS-FS-AUDITF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P900-WRITE-AUDIT-EXIT.
           EXIT.

       P950-WRITE-TOTALS.

           MOVE SPACES              TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           MOVE 'TRANSACTIONS READ' TO WS-RPT-CNT-LABEL
           MOVE WS-READ             TO WS-RPT-CNT-VALUE
           PERFORM P955-WRITE-COUNT THRU P955-WRITE-COUNT-EXIT

           MOVE 'VIEWS'             TO WS-RPT-CNT-LABEL
           MOVE WS-VIEWED           TO WS-RPT-CNT-VALUE
           PERFORM P955-WRITE-COUNT THRU P955-WRITE-COUNT-EXIT

           MOVE 'CHANGES APPLIED'   TO WS-RPT-CNT-LABEL
           MOVE WS-CHANGED          TO WS-RPT-CNT-VALUE
           PERFORM P955-WRITE-COUNT THRU P955-WRITE-COUNT-EXIT

           MOVE 'INCOMES QUEUED'    TO WS-RPT-CNT-LABEL
           MOVE WS-PENDED           TO WS-RPT-CNT-VALUE
           PERFORM P955-WRITE-COUNT THRU P955-WRITE-COUNT-EXIT

           MOVE 'NO CHANGE NEEDED'  TO WS-RPT-CNT-LABEL
           MOVE WS-UNCHANGED        TO WS-RPT-CNT-VALUE
           PERFORM P955-WRITE-COUNT THRU P955-WRITE-COUNT-EXIT

           MOVE 'REJECTED'          TO WS-RPT-CNT-LABEL
           MOVE WS-REJECTED         TO WS-RPT-CNT-VALUE
           PERFORM P955-WRITE-COUNT THRU P955-WRITE-COUNT-EXIT
           .

       P950-WRITE-TOTALS-EXIT.
           EXIT.

       P955-WRITE-COUNT.

           MOVE WS-RPT-COUNT-LINE   TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE SPACES              TO WS-RPT-COUNT-LINE
           .

       P955-WRITE-COUNT-EXIT.
           EXIT.

       COPY RPTWRT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE

           STOP RUN.

       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.
