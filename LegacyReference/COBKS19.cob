       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

            05 CLIENT-ED-LVL             PIC  X(010).
            05 CLIENT-INCOME             PIC  S9(007)V99 COMP-3.
            05 FILLER                    PIC  X(439).
      *-----------------------------------------------------------------
      * Survivorship stamps (see TRUSTF.cpy): slot 1 IDNT, 2 EDLV,
      * 3 INCM for a type-1 client.
      *-----------------------------------------------------------------
           03  CLIENT-SOURCE REDEFINES CLIENT-MAIN.
            05 FILLER                    PIC  X(430).
            05 CLIENT-SRC-STAMPS.
             07 CLIENT-SRC-STAMP         OCCURS 4 TIMES.
              09 CLIENT-SRC-FEED-ID      PIC  X(008).
              09 CLIENT-SRC-DATE         PIC  9(008).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * taken against the income on file now, not the one that was
      * there when the card was held, so the INCHSTF trend stays
      * continuous even if other approved postings landed in between.
      * A name/birth-date or education group the card lost to a more
      * trusted feed on the night it was queued is left as it stands;
      * each group posted is stamped with the card's feed and date.
      *-----------------------------------------------------------------
       P300-POST-APPROVED.

                   PERFORM P999-ERROR THRU P999-ERROR-EXIT
                END-IF

                IF NOT PA-SRV-LOST (1)
                   MOVE WS-HELD-NAME   TO CLIENT-NAME
                   MOVE WS-HELD-BDATE  TO CLIENT-BDATE

                   IF PA-FEED-ID NOT EQUAL SPACES
                      MOVE PA-FEED-ID       TO CLIENT-SRC-FEED-ID (1)
                      MOVE PA-BUSINESS-DATE TO CLIENT-SRC-DATE    (1)
                   END-IF
                END-IF

                IF NOT PA-SRV-LOST (2)
                   MOVE WS-HELD-ED-LVL TO CLIENT-ED-LVL

                   IF PA-FEED-ID NOT EQUAL SPACES
                      MOVE PA-FEED-ID       TO CLIENT-SRC-FEED-ID (2)
                      MOVE PA-BUSINESS-DATE TO CLIENT-SRC-DATE    (2)
                   END-IF
                END-IF

                MOVE WS-HELD-INCOME TO CLIENT-INCOME

                IF PA-FEED-ID NOT EQUAL SPACES
                   MOVE PA-FEED-ID       TO CLIENT-SRC-FEED-ID (3)
                   MOVE PA-BUSINESS-DATE TO CLIENT-SRC-DATE    (3)
                END-IF

                REWRITE REC-CLIENT
                END-REWRITE

                MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
                MOVE CLIENT-MAIN      TO AUD-AFTER-IMAGE
                MOVE PA-BUSINESS-DATE TO AUD-BUSINESS-DATE
                MOVE SPACES           TO AUD-OPERATOR-ID

                WRITE REC-AUDIT
                END-WRITE
