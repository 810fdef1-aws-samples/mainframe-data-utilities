      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * DIFS history writer, copied into the PROCEDURE DIVISION of
      * every program that adds, changes, deletes or inactivates a
      * DIFS master record, alongside the DIFSHWK.cpy working storage.
      * The host must provide the DIFSHIST file (opened EXTEND, record
      * REC-DIFS-HISTORY from DIFSHSTF.cpy), WS-FS-DIFSHIST, the DIFS
      * record DB-WORK-AREA, and the P999-ERROR THRU P999-ERROR-EXIT
      * error paragraph. Performed right after the WRITE, REWRITE or
      * DELETE succeeds, while DB-WORK-AREA still holds the record --
      * the after image, or on a delete the record just removed.
      *-----------------------------------------------------------------
       P985-WRITE-HISTORY.

           MOVE SPACES                TO REC-DIFS-HISTORY
           MOVE DB-ID-STATE-NUMBER    TO DH-ID-STATE-NUMBER
           MOVE DB-FILE-SRCE-SYS-CODE TO DH-SOURCE-SYS-CODE
           MOVE DB-FILE-REF-NO        TO DH-FILE-REF-NO
           MOVE WS-HIST-PROGRAM       TO DH-PROGRAM
           MOVE WS-HIST-ACTION        TO DH-ACTION
           MOVE WS-HIST-OPERATOR      TO DH-OPERATOR-ID
           MOVE WS-HIST-BEFORE        TO DH-BEFORE-IMAGE

           IF NOT DH-DELETED
              MOVE DB-WORK-AREA       TO DH-AFTER-IMAGE
           END-IF

           ACCEPT DH-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT DH-CHANGE-TIME FROM TIME

           WRITE REC-DIFS-HISTORY
           END-WRITE

           IF WS-FS-DIFSHIST NOT EQUAL '00'
              DISPLAY 'WRITE DIFSHIST FS:' WS-FS-DIFSHIST
              PERFORM P999-ERROR THRU P999-ERROR-EXIT
           END-IF

           ADD 1 TO WS-HIST-WRITTEN
           .

       P985-WRITE-HISTORY-EXIT.
           EXIT.
