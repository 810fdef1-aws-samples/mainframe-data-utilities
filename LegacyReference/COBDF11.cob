           SELECT EXCEPF   ASSIGN TO EXCEPF
                  FILE STATUS IS WS-FS-EXCEPF.

           SELECT OPRAUTF  ASSIGN TO OPRAUTF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS OPA-KEY
                  FILE STATUS   IS WS-FS-OPRAUTF.

           SELECT MNTLOGF  ASSIGN TO MNTLOGF
                  FILE STATUS IS WS-FS-MNTLOGF.

           SELECT REPORTF  ASSIGN TO REPORTF
                  FILE STATUS IS WS-FS-REPORTF.

           SELECT DIFSDISP ASSIGN TO DIFSDISP
                  FILE STATUS IS WS-FS-DIFSDISP.

           SELECT DIFSHIST ASSIGN TO DIFSHIST
                  FILE STATUS IS WS-FS-DIFSHIST.

           SELECT DIFS     ASSIGN TO DIFS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DB-MASTER-KEY
                  FILE STATUS   IS WS-FS-DIFS.
      *-----------------------------------------------------------------
       FILE SECTION.

      *-----------------------------------------------------------------
      * DIFMAINT is the maintenance feed: full 295-byte DB-WORK-AREA
      * images with DB-MAINT-CODE already set by the sender -- '2'
      * delete, '3' add, '4' change, the same 88-level codes
      * DIFSDB.cpy has always defined. The layout below mirrors the
      * header byte-for-byte so the key and maintenance code can be
      * edited before anything touches the cluster. The feed's
      * dispute byte is ignored: an add always lands undisputed and a
      * change keeps whatever marker COBDF35 has on the record, so a
      * correction made while a dispute is open does not close it.
      * Alias ('30') images carry one also-known-as name each and are
      * edited for a usable name and type before they are applied.
      *-----------------------------------------------------------------
       FD  DIFMAINT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 295 CHARACTERS.

       01  REC-DIFMAINT.
           03  DM-HEADER.
                   10  DM-ID-STATE-NUMBER
                                         PIC  X(026).
                   10  DM-RECORD-TYPE    PIC  X(002).
                       88  DM-ALIAS-RECORD       VALUE '30'.
                   10  DM-SRCE-SYS-CODE  PIC  X(002).
                   10  DM-FILE-REF-NO    PIC  X(012).
               05  DM-STATUS             PIC  X(001).
               05  FILLER                PIC  X(023).
               05  DM-USER-ID-PREFIX     PIC  X(003).
               05  FILLER                PIC  X(006).
               05  DM-MAINT-CODE         PIC  X(001).
                   88  DM-DELETE-TRANS       VALUE '2'.
                   88  DM-ADD-TRANS          VALUE '3'.
                   88  DM-CHANGE-TRANS       VALUE '4'.
               05  DM-USER-ID-SUFFIX     PIC  X(003).
               05  FILLER                PIC  X(009).
           03  DM-DETAIL                 PIC  X(199).
           03  DM-AKA-VIEW REDEFINES DM-DETAIL.
               05  DM-AKA-TYPE           PIC  X(001).
                   88  DM-AKA-TYPE-VALID     VALUES 'M' 'N' 'T' 'O'.
               05  FILLER                PIC  X(008).
               05  DM-AKA-LAST-NAME      PIC  X(018).
               05  FILLER                PIC  X(172).
           03  DM-TR-FRAUD-INDICATOR     PIC  X(003).
           03  DM-DETAIL-RECORD-TYPE     PIC  X(001).
           03  DM-DISPUTE-IND            PIC  X(001).

       FD  EXCEPF
           BLOCK CONTAINS 0 RECORDS

       COPY DIFSDISP.

       FD  DIFSHIST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       COPY DIFSHSTF.

       FD  DIFS.

       COPY DIFSDB.

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
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-DIFSDISP            PIC X(002) VALUE SPACES.
           05  WS-FS-DIFSHIST            PIC X(002) VALUE SPACES.
           05  WS-READ                   PIC 9(009) VALUE ZEROS.
           05  WS-ADDED                  PIC 9(009) VALUE ZEROS.
           05  WS-CHANGED                PIC 9(009) VALUE ZEROS.
           05  WS-DELETED                PIC 9(009) VALUE ZEROS.
           05  WS-REJECTED               PIC 9(009) VALUE ZEROS.
           05  WS-SAVED-DISPUTE-IND      PIC X(001) VALUE SPACES.
           05  WS-SAVED-DISP-CODE        PIC X(001) VALUE SPACES.
           05  WS-SAVED-DISP-DATE        PIC X(006) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SUBJECT-OK-SW          PIC X(001) VALUE 'N'.
               88  WS-SUBJECT-OK             VALUE 'Y'.

       01  WS-ACK-WORK.
           05  WS-ACK-DISPOSITION        PIC X(001) VALUE SPACES.
           05  WS-ACK-REASON             PIC X(004) VALUE SPACES.

      *-----------------------------------------------------------------
      * The sending system's user id, carried split across the header
      * like DB-USER-ID-PREFIX/DB-USER-ID-SUFFIX, is the operator.
      *-----------------------------------------------------------------
       01  WS-MAINT-OPERATOR.
           05  WS-MAINT-USER-PREFIX      PIC X(003) VALUE SPACES.
           05  WS-MAINT-USER-SUFFIX      PIC X(003) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.

      *-----------------------------------------------------------------
      * Before/after history of every record applied (see
      * DIFSHSTF.cpy/DIFSHWRT.cpy).
      *-----------------------------------------------------------------
       COPY DIFSHWK.

       01  WS-RUN-DATE                   PIC 9(008) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-CC                 PIC X(002).

       01  WS-RPT-COUNT                  PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * Operator authorization check work area (see OPAUTHWK.cpy).
      *-----------------------------------------------------------------
       COPY OPAUTHWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF11 STARTED'.
           MOVE 'DIFS MASTER MAINTENANCE TOTALS'
                                   TO WS-RPT-TITLE
           MOVE 'COBDF11 '          TO WS-RPT-PROGRAM
                                      WS-HIST-PROGRAM
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE

           OPEN INPUT DIFMAINT.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBDF11 ' TO WS-OPA-PROGRAM
           PERFORM P992-OPEN-AUTH THRU P992-OPEN-AUTH-EXIT

           OPEN OUTPUT REPORTF.

           IF WS-FS-REPORTF NOT EQUAL '00'
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN EXTEND DIFSHIST.

           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'OPEN DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           READ DIFMAINT
           END-READ


              ADD 1 TO WS-READ

              PERFORM P190-CHECK-OPERATOR
              THRU    P190-CHECK-OPERATOR-EXIT

              IF WS-OPA-GRANTED
                 PERFORM P200-APPLY-MAINT
                 THRU    P200-APPLY-MAINT-EXIT
              END-IF

              READ DIFMAINT
              END-READ
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE DIFSHIST.
           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'CLOSE DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P950-WRITE-REPORT
           THRU    P950-WRITE-REPORT-EXIT

              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P993-CLOSE-AUTH THRU P993-CLOSE-AUTH-EXIT

           CLOSE REPORTF.
           IF WS-FS-REPORTF NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTF FS:' WS-FS-REPORTF
           DISPLAY 'CHANGED.......: ' WS-CHANGED.
           DISPLAY 'DELETED.......: ' WS-DELETED.
           DISPLAY 'REJECTED......: ' WS-REJECTED.
           DISPLAY 'HISTORY ROWS..: ' WS-HIST-WRITTEN.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF11 FINISHED'.

           STOP RUN.

      *-----------------------------------------------------------------
      * The operator keyed on the card must hold a grant for this
      * program and the card's action (see OPAUTHRT.cpy).
      *-----------------------------------------------------------------
       P190-CHECK-OPERATOR.

           MOVE DM-USER-ID-PREFIX TO WS-MAINT-USER-PREFIX
           MOVE DM-USER-ID-SUFFIX TO WS-MAINT-USER-SUFFIX
           MOVE WS-MAINT-OPERATOR TO WS-OPA-OPERATOR
           MOVE DM-MAINT-CODE     TO WS-OPA-ACTION

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

       P200-APPLY-MAINT.

           EVALUATE TRUE
              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN DM-ALIAS-RECORD
              AND (DM-ADD-TRANS OR DM-CHANGE-TRANS)
              AND (DM-AKA-LAST-NAME EQUAL SPACES
                 OR NOT DM-AKA-TYPE-VALID)
              MOVE 'BAKA' TO EXC-REASON-CODE
              MOVE 'ALIAS NAME BLANK OR ALIAS TYPE NOT M/N/T/O'
              TO   EXC-REASON-TEXT

              PERFORM P900-WRITE-EXCEPTION
              THRU    P900-WRITE-EXCEPTION-EXIT

           WHEN DM-ALIAS-RECORD AND DM-ADD-TRANS
              PERFORM P250-CHECK-ALIAS-SUBJECT
              THRU    P250-CHECK-ALIAS-SUBJECT-EXIT

              IF WS-SUBJECT-OK
                 PERFORM P210-ADD-RECORD
                 THRU    P210-ADD-RECORD-EXIT
              ELSE
                 MOVE 'BNSB' TO EXC-REASON-CODE
                 MOVE 'NO PERSONAL RECORD ON FILE FOR ALIAS'
                 TO   EXC-REASON-TEXT

                 PERFORM P900-WRITE-EXCEPTION
                 THRU    P900-WRITE-EXCEPTION-EXIT
              END-IF

           WHEN DM-ADD-TRANS
              PERFORM P210-ADD-RECORD
              THRU    P210-ADD-RECORD-EXIT

           READ DIFS
             INVALID KEY
                MOVE SPACES       TO WS-HIST-BEFORE
                MOVE REC-DIFMAINT TO DB-WORK-AREA
                MOVE SPACE        TO DB-DISPUTE-IND

                IF DB-DETAIL-POLICE
                   MOVE SPACES TO DB-PD-DISPOSITION-CODE
                                  DB-PD-DISPOSITION-DATE
                END-IF

                IF DB-ALIAS-RECORD
                   PERFORM P260-EDIT-ALIAS
                   THRU    P260-EDIT-ALIAS-EXIT
                END-IF

                PERFORM P240-STAMP-MAINT
                THRU    P240-STAMP-MAINT-EXIT
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                MOVE 'A' TO WS-HIST-ACTION
                PERFORM P985-WRITE-HISTORY
                THRU    P985-WRITE-HISTORY-EXIT

                ADD 1 TO WS-ADDED

                MOVE 'L'    TO WS-ACK-DISPOSITION
       P210-ADD-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The dispute marker and a police record's court disposition are
      * owned by COBDF35 and COBDF39; the sending systems know nothing
      * of them, so a change carries both across untouched.
      *-----------------------------------------------------------------
       P220-CHANGE-RECORD.

           MOVE DM-MASTER-KEY TO DB-MASTER-KEY
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                MOVE DB-WORK-AREA         TO WS-HIST-BEFORE
                MOVE DB-DISPUTE-IND       TO WS-SAVED-DISPUTE-IND
                MOVE SPACES               TO WS-SAVED-DISP-CODE
                                             WS-SAVED-DISP-DATE

                IF DB-DETAIL-POLICE
                   MOVE DB-PD-DISPOSITION-CODE TO WS-SAVED-DISP-CODE
                   MOVE DB-PD-DISPOSITION-DATE TO WS-SAVED-DISP-DATE
                END-IF

                MOVE REC-DIFMAINT         TO DB-WORK-AREA
                MOVE WS-SAVED-DISPUTE-IND TO DB-DISPUTE-IND

                IF DB-DETAIL-POLICE
                   MOVE WS-SAVED-DISP-CODE TO DB-PD-DISPOSITION-CODE
                   MOVE WS-SAVED-DISP-DATE TO DB-PD-DISPOSITION-DATE
                END-IF

                IF DB-ALIAS-RECORD
                   PERFORM P260-EDIT-ALIAS
                   THRU    P260-EDIT-ALIAS-EXIT
                END-IF

                PERFORM P240-STAMP-MAINT
                THRU    P240-STAMP-MAINT-EXIT
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                MOVE 'C' TO WS-HIST-ACTION
                PERFORM P985-WRITE-HISTORY
                THRU    P985-WRITE-HISTORY-EXIT

                ADD 1 TO WS-CHANGED

                MOVE 'C'    TO WS-ACK-DISPOSITION
                THRU    P900-WRITE-EXCEPTION-EXIT

             NOT INVALID KEY
                MOVE DB-WORK-AREA TO WS-HIST-BEFORE
                MOVE '0'          TO DB-STATUS

                PERFORM P240-STAMP-MAINT
                THRU    P240-STAMP-MAINT-EXIT
                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                MOVE 'I' TO WS-HIST-ACTION
                PERFORM P985-WRITE-HISTORY
                THRU    P985-WRITE-HISTORY-EXIT

                ADD 1 TO WS-DELETED

                MOVE 'D'    TO WS-ACK-DISPOSITION
       P240-STAMP-MAINT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * An alias is only filed under a subject that already has a
      * personal ('10') record; the personal records lead the
      * subject's key range, so one START and one READ NEXT answer it.
      *-----------------------------------------------------------------
       P250-CHECK-ALIAS-SUBJECT.

           MOVE 'N'                TO WS-SUBJECT-OK-SW

           MOVE LOW-VALUES         TO DB-MASTER-KEY
           MOVE DM-ID-STATE-NUMBER TO DB-ID-STATE-NUMBER
           MOVE '10'               TO DB-RECORD-TYPE

           START DIFS KEY IS NOT LESS THAN DB-MASTER-KEY
             INVALID KEY
                MOVE 'N' TO WS-SUBJECT-OK-SW
             NOT INVALID KEY
                READ DIFS NEXT RECORD
                  AT END
                     MOVE 'N' TO WS-SUBJECT-OK-SW
                  NOT AT END
                     IF DB-ID-STATE-NUMBER EQUAL DM-ID-STATE-NUMBER
                        AND DB-PERSONAL-RECORD
                        MOVE 'Y' TO WS-SUBJECT-OK-SW
                     END-IF
                END-READ
           END-START
           .

       P250-CHECK-ALIAS-SUBJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Alias housekeeping: the SSAN bytes stay blank so the SSAN
      * alternate index never carries an alias, an alias has no
      * offense detail, and an undated alias takes the run date.
      *-----------------------------------------------------------------
       P260-EDIT-ALIAS.

           MOVE SPACES TO DB-AKA-SSAN-FILL
                          DB-DETAIL-RECORD-TYPE

           IF DB-AKA-DATE EQUAL SPACES
              MOVE WS-RUN-MM TO DB-AKA-MM
              MOVE WS-RUN-DD TO DB-AKA-DD
              MOVE WS-RUN-YY TO DB-AKA-YY
           END-IF
           .

       P260-EDIT-ALIAS-EXIT.
           EXIT.

       P900-WRITE-EXCEPTION.

           MOVE SPACES           TO EXC-INPUT
       P999-ERROR-EXIT.
           EXIT.

       COPY OPAUTHRT.

       COPY DIFSHWRT.

       COPY RPTWRT.
