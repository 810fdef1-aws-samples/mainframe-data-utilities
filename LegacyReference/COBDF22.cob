
           SELECT ACKNEG   ASSIGN TO ACKNEG
                  FILE STATUS IS WS-FS-ACKNEG.

           SELECT TOKVAULT ASSIGN TO TOKVAULT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TV-KEY
                  ALTERNATE RECORD KEY IS TV-TOKEN
                  FILE STATUS   IS WS-FS-TOKVAULT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * One acknowledgment file per feeding system: MDE ('10'),
      * Claims ('20'), TCS ('30'), Pathways ('40'/'50'/'60'), and
      * Negative Exchange ('70'). Detail rows are the night's
      * disposition records verbatim, save that a subject filed under
      * the SSN is named by its token; each file closes with a trailer
      * row carrying the per-disposition counts.
      *-----------------------------------------------------------------
       FD  ACKMDE

       01  REC-ACKNEG                    PIC  X(080).

       FD  TOKVAULT.

       COPY TOKVLTF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUX.
           05  WS-FS-ACKTCS              PIC X(002) VALUE SPACES.
           05  WS-FS-ACKPTH              PIC X(002) VALUE SPACES.
           05  WS-FS-ACKNEG              PIC X(002) VALUE SPACES.
           05  WS-FS-TOKVAULT            PIC X(002) VALUE SPACES.
           05  WS-ROWS-READ              PIC 9(009) VALUE ZEROS.
           05  WS-ROWS-SPLIT             PIC 9(009) VALUE ZEROS.
           05  WS-UNKNOWN-SOURCE         PIC 9(009) VALUE ZEROS.
           05  WS-EOF-SW                 PIC X(001) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.

      *-----------------------------------------------------------------
      * SSN tokenizing routine storage (see SSNTKWK.cpy/SSNTKRT.cpy).
      *-----------------------------------------------------------------
       COPY SSNTKWK.

       PROCEDURE DIVISION.

           DISPLAY 'COBDF22 STARTED'.
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           MOVE 'COBDF22 ' TO WS-TKN-PROGRAM

           PERFORM P984-OPEN-TOKEN-VAULT
           THRU    P984-OPEN-TOKEN-VAULT-EXIT

           READ DIFSDISP
             AT END
                MOVE 'Y' TO WS-EOF-SW
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           CLOSE TOKVAULT.
           IF WS-FS-TOKVAULT NOT EQUAL '00'
              DISPLAY 'CLOSE TOKVAULT FS:' WS-FS-TOKVAULT
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY '--------------------'.
           DISPLAY 'DISPOSITIONS READ.: ' WS-ROWS-READ.
           DISPLAY 'ROWS SPLIT OUT....: ' WS-ROWS-SPLIT.
           DISPLAY 'UNKNOWN SOURCES...: ' WS-UNKNOWN-SOURCE.
           DISPLAY 'IDS TOKENIZED.....: ' WS-TKN-SENT.
           DISPLAY 'NEW TOKENS........: ' WS-TKN-ASSIGNED.
           DISPLAY '--------------------'.

           DISPLAY 'COBDF22 FINISHED'.
       P200-SPLIT-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A subject filed under the SSN is acknowledged under its token
      * (see SSNTKRT.cpy), never the SSN itself.
      *-----------------------------------------------------------------
       P300-WRITE-DETAIL-ROW.

           MOVE ACK-ID-STATE-NUMBER (3:24) TO WS-TKN-ID-NO
           PERFORM P987-TOKENIZE-ID-NO
           THRU    P987-TOKENIZE-ID-NO-EXIT
           MOVE WS-TKN-ID-NO TO ACK-ID-STATE-NUMBER (3:24)

           EVALUATE WS-FILE-IX
           WHEN 1
              MOVE REC-DIFS-DISPOSITION TO REC-ACKMDE

       P999-ERROR-EXIT.
           EXIT.

       COPY SSNTKRT.
