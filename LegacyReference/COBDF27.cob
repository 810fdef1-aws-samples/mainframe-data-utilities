      * hold the subject: the live DIFS cluster (records physically
      * deleted, not just inactivated), the ARCHF archive generations
      * COBDF17 wrote (rewritten to a new generation without the
      * subject), the DIFSHIST maintenance history (copied forward
      * the same way, since a before/after image is as much the
      * subject's record as the record itself), and the extract
      * trail (the subject registers on EXPUNGF, which COBDF03 and
      * COBDF08 suppress against from the next run on). The
      * certificate of destruction lists exactly what was removed
      * from where, with a signature block for the court file.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDF27.
           SELECT ARCHOUT  ASSIGN TO ARCHOUT
                  FILE STATUS IS WS-FS-ARCHOUT.

      *-----------------------------------------------------------------
      * HISTIN is the DIFSHIST history as it stands, HISTOUT its new
      * generation without the expunged subjects' rows. The deletes
      * below write no history rows of their own: the order leaves
      * no trace of the subject behind but the certificate.
      *-----------------------------------------------------------------
           SELECT HISTIN   ASSIGN TO HISTIN
                  FILE STATUS IS WS-FS-HISTIN.

           SELECT HISTOUT  ASSIGN TO HISTOUT
                  FILE STATUS IS WS-FS-HISTOUT.

           SELECT EXPUNGF  ASSIGN TO EXPUNGF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
       FD  ARCHIN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 295 CHARACTERS.

       01  REC-ARCHIVE-IN.
           03  ARC-SORT-CODE             PIC  X(001).
           03  ARC-ID-TYPE               PIC  X(002).
           03  ARC-ID-STATE-NUMBER       PIC  X(026).
           03  ARC-RECORD-TYPE           PIC  X(002).
           03  FILLER                    PIC  X(264).

       FD  ARCHOUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 295 CHARACTERS.

       01  REC-ARCHIVE-OUT               PIC  X(295).

       FD  HISTIN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       COPY DIFSHSTF.

       FD  HISTOUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 680 CHARACTERS.

       01  REC-HISTORY-OUT               PIC  X(680).

       FD  EXPUNGF.

           05  WS-FS-DIFS                PIC X(002) VALUE SPACES.
           05  WS-FS-ARCHIN              PIC X(002) VALUE SPACES.
           05  WS-FS-ARCHOUT             PIC X(002) VALUE SPACES.
           05  WS-FS-HISTIN              PIC X(002) VALUE SPACES.
           05  WS-FS-HISTOUT             PIC X(002) VALUE SPACES.
           05  WS-FS-EXPUNGF             PIC X(002) VALUE SPACES.
           05  WS-FS-REPORTF             PIC X(002) VALUE SPACES.
           05  WS-CARDS-READ             PIC 9(003) VALUE ZEROS.
           05  WS-ARCH-READ              PIC 9(009) VALUE ZEROS.
           05  WS-ARCH-REMOVED           PIC 9(009) VALUE ZEROS.
           05  WS-ARCH-KEPT              PIC 9(009) VALUE ZEROS.
           05  WS-HIST-READ              PIC 9(009) VALUE ZEROS.
           05  WS-HIST-REMOVED           PIC 9(009) VALUE ZEROS.
           05  WS-HIST-KEPT              PIC 9(009) VALUE ZEROS.
           05  WS-SUBJ-IX                PIC 9(003) VALUE ZEROS.
           05  WS-SUBJ-FOUND-IDX         PIC 9(003) VALUE ZEROS.
           05  WS-SUBJECT-DELETED        PIC 9(005) VALUE ZEROS.
      *-----------------------------------------------------------------
      * The order deck held for the archive rewrite pass and the
      * certificate: per subject, the order reference and the counts
      * of what left the live cluster, the archive chain and the
      * maintenance history.
      *-----------------------------------------------------------------
       01  WS-SUBJ-TABLE.
           05  WS-SUBJ-CNT               PIC 9(003) VALUE ZEROS.
               10  WS-SUBJ-ORDER-REF     PIC X(020).
               10  WS-SUBJ-LIVE-CNT      PIC 9(005).
               10  WS-SUBJ-ARCH-CNT      PIC 9(005).
               10  WS-SUBJ-HIST-CNT      PIC 9(005).

       01  WS-SUBJECT-KEY                PIC X(026) VALUE SPACES.

               88  WS-DIFS-EOF               VALUE 'Y'.
           05  WS-ARCH-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-ARCH-EOF               VALUE 'Y'.
           05  WS-HIST-EOF-SW            PIC X(001) VALUE 'N'.
               88  WS-HIST-EOF               VALUE 'Y'.

       01  WS-CERT-LINE.
           05  WS-CRT-STATE-NO           PIC X(026) VALUE SPACES.
           05  WS-CRT-LIVE               PIC ZZ,ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CRT-ARCH               PIC ZZ,ZZ9 VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-CRT-HIST               PIC ZZ,ZZ9 VALUE SPACES.

      *-----------------------------------------------------------------
      * Shop-standard report heading block (see RPTHDG.cpy/RPTWRT.cpy).
           MOVE WS-RUN-DATE        TO WS-RPT-HDG-DATE
           MOVE 'STATE/ID NUMBER             ORDER REFERENCE'
                                   TO WS-COLUMN-HEADING (1:42)
           MOVE 'LIVE    ARCH    HIST'
                                   TO WS-COLUMN-HEADING (52:20)

           PERFORM P100-LOAD-ORDERS
           THRU    P100-LOAD-ORDERS-EXIT
              PERFORM P300-REWRITE-ARCHIVE
              THRU    P300-REWRITE-ARCHIVE-EXIT

              PERFORM P350-REWRITE-HISTORY
              THRU    P350-REWRITE-HISTORY-EXIT

              PERFORM P400-REGISTER-SUBJECTS
              THRU    P400-REGISTER-SUBJECTS-EXIT

           DISPLAY 'ARCHIVE READ......: ' WS-ARCH-READ.
           DISPLAY 'ARCHIVE REMOVED...: ' WS-ARCH-REMOVED.
           DISPLAY 'ARCHIVE KEPT......: ' WS-ARCH-KEPT.
           DISPLAY 'HISTORY READ......: ' WS-HIST-READ.
           DISPLAY 'HISTORY REMOVED...: ' WS-HIST-REMOVED.
           DISPLAY 'HISTORY KEPT......: ' WS-HIST-KEPT.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF27 FINISHED'.
                 MOVE ZEROS
                   TO WS-SUBJ-LIVE-CNT (WS-SUBJ-CNT)
                      WS-SUBJ-ARCH-CNT (WS-SUBJ-CNT)
                      WS-SUBJ-HIST-CNT (WS-SUBJ-CNT)
              ELSE
                 DISPLAY 'ORDER TABLE FULL. CARD DROPPED: '
                          REC-EXPCARD
             NOT AT END
                ADD 1 TO WS-ARCH-READ

                MOVE ARC-ID-STATE-NUMBER TO WS-SUBJECT-KEY

                PERFORM P320-FIND-SUBJECT
                THRU    P320-FIND-SUBJECT-EXIT

           ADD 1 TO WS-SUBJ-IX

           IF WS-SUBJ-STATE-NO (WS-SUBJ-IX)
              EQUAL WS-SUBJECT-KEY
              MOVE WS-SUBJ-IX TO WS-SUBJ-FOUND-IDX
           END-IF
           .
       P321-SCAN-SUBJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * History pass: the same sift over DIFSHIST, so no before or
      * after image of an ordered subject survives the run.
      *-----------------------------------------------------------------
       P350-REWRITE-HISTORY.

           OPEN INPUT HISTIN.

           IF WS-FS-HISTIN NOT EQUAL '00'
              DISPLAY 'OPEN HISTIN FS:  ' WS-FS-HISTIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           OPEN OUTPUT HISTOUT.

           IF WS-FS-HISTOUT NOT EQUAL '00'
              DISPLAY 'OPEN HISTOUT FS: ' WS-FS-HISTOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           PERFORM P360-SIFT-HISTORY THRU P360-SIFT-HISTORY-EXIT
              UNTIL WS-HIST-EOF

           CLOSE HISTIN.
           IF WS-FS-HISTIN NOT EQUAL '00'
              DISPLAY 'CLOSE HISTIN FS: ' WS-FS-HISTIN
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE HISTOUT.
           IF WS-FS-HISTOUT NOT EQUAL '00'
              DISPLAY 'CLOSE HISTOUT FS:' WS-FS-HISTOUT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF
           .

       P350-REWRITE-HISTORY-EXIT.
           EXIT.

       P360-SIFT-HISTORY.

           READ HISTIN
             AT END
                MOVE 'Y' TO WS-HIST-EOF-SW
             NOT AT END
                ADD 1 TO WS-HIST-READ

                MOVE DH-ID-STATE-NUMBER TO WS-SUBJECT-KEY

                PERFORM P320-FIND-SUBJECT
                THRU    P320-FIND-SUBJECT-EXIT

                IF WS-SUBJ-FOUND-IDX GREATER ZERO
                   ADD 1 TO WS-HIST-REMOVED
                   ADD 1 TO WS-SUBJ-HIST-CNT (WS-SUBJ-FOUND-IDX)
                ELSE
                   MOVE REC-DIFS-HISTORY TO REC-HISTORY-OUT

                   WRITE REC-HISTORY-OUT
                   END-WRITE

                   IF WS-FS-HISTOUT NOT EQUAL '00'
                      DISPLAY 'WRITE HISTOUT FS:' WS-FS-HISTOUT
                      PERFORM P999-ERROR THRU P999-ERROR-EXIT
                   END-IF

                   ADD 1 TO WS-HIST-KEPT
                END-IF
           END-READ
           .

       P360-SIFT-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Register pass: the subject goes on the expungement register
      * so the FRAUDF/POLEXTF extracts suppress it from the next run

      *-----------------------------------------------------------------
      * The certificate: one line per order with the counts removed
      * from the live cluster, the archive chain and the maintenance
      * history, closed by the certification wording and a
      * signature block for the court file.
      *-----------------------------------------------------------------
       P600-PRINT-CERTIFICATE.

           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'REMOVED FROM THE LIVE FILE, ITS MAINTENANCE HISTORY'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'AND ALL ARCHIVE GENERATIONS, AND THAT THE SUBJECTS'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'ARE SUPPRESSED FROM ALL SUBSEQUENT EXTRACTS, PER'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT

           MOVE 'COURT ORDER.'
                       TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
           THRU    P980-WRITE-DETAIL-EXIT
           MOVE WS-SUBJ-ORDER-REF (WS-SUBJ-IX) TO WS-CRT-ORDER-REF
           MOVE WS-SUBJ-LIVE-CNT  (WS-SUBJ-IX) TO WS-CRT-LIVE
           MOVE WS-SUBJ-ARCH-CNT  (WS-SUBJ-IX) TO WS-CRT-ARCH
           MOVE WS-SUBJ-HIST-CNT  (WS-SUBJ-IX) TO WS-CRT-HIST

           MOVE WS-CERT-LINE TO WS-DETAIL-LINE
           PERFORM P980-WRITE-DETAIL
