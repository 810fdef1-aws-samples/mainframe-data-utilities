           THRU    P200-STORE-ONE-LINE-EXIT
              UNTIL WS-FS-REPORTIN GREATER '00'

           IF WS-LINES-READ EQUAL ZEROS
              PERFORM P300-STORE-EMPTY-MARK
              THRU    P300-STORE-EMPTY-MARK-EXIT
           END-IF

           CLOSE REPORTIN.
           IF WS-FS-REPORTIN NOT EQUAL '00'
              DISPLAY 'CLOSE REPORTIN FS:' WS-FS-REPORTIN
       P200-STORE-ONE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * The producer ran but printed nothing: one marker row records
      * that it ran.
      *-----------------------------------------------------------------
       P300-STORE-EMPTY-MARK.

           MOVE SPACES         TO REC-REPORT-ARCHIVE
           MOVE WS-OPR-PROGRAM TO RA-PROGRAM
           MOVE WS-OPR-DATE    TO RA-RUN-DATE
           MOVE WS-OPR-TITLE   TO RA-TITLE
           MOVE 'E'            TO RA-ROW-KIND

           WRITE REC-REPORT-ARCHIVE
           END-WRITE

           IF WS-FS-RPTARCF NOT EQUAL '00'
              DISPLAY 'WRITE RPTARCF FS:' WS-FS-RPTARCF
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           DISPLAY 'REPORT WAS EMPTY. STORED AS AN EMPTY REPORT.'
           .

       P300-STORE-EMPTY-MARK-EXIT.
           EXIT.

       P999-ERROR.

           MOVE 8 TO RETURN-CODE
