       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

      * Delete rows carry a spaces after-image -- the loaders blank
      * the data portion before the audit write -- so there is
      * nothing to decode: a delete emits the key, action, and date
      * only, whatever the record type. COBKS47's cascade rows record
      * a side-file reference, not a change to the client, and are
      * passed over.
      *-----------------------------------------------------------------
           EVALUATE TRUE
           WHEN AUD-REFERENCE
              CONTINUE

           WHEN AUD-ACTION EQUAL 'D'
              STRING AUD-ACTION        DELIMITED BY SIZE
                     ';'               DELIMITED BY SIZE
                     INTO REC-CHGEXT
           END-EVALUATE

           IF NOT AUD-REFERENCE
              WRITE REC-CHGEXT
              END-WRITE

              IF WS-FS-CHGEXTF NOT EQUAL '00'
                 DISPLAY 'WRITE CHGEXTF FS:' WS-FS-CHGEXTF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF

              ADD 1 TO WS-ROWS-WRITTEN
           END-IF

           READ AUDITF
             AT END
