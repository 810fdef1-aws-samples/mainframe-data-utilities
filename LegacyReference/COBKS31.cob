      * applied here -- birth-date, code-table, postal, duplicate
      * keys (adjacent after the sort), income range, and income
      * history -- and every change writes the same AUDITF image the
      * nightly path writes. The survivorship stamps on an updated
      * row are carried over from the unload image. Type-4 deletes
      * reject: the sort separates a delete card from its target
      * type, and conversion decks do not carry them.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKS31.
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

       FD  HDRLD
           BLOCK CONTAINS 0 RECORDS
       FD  AUDITF
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1018 CHARACTERS.

       COPY AUDITF.

      *-----------------------------------------------------------------
      * The nightly loaders' field edits, applied to the merged image:
      * type-4 deletes cannot survive the sort and reject outright.
      * The sorted cards no longer carry the feed they came in on, so
      * no survivorship judgement is made here; the stored row's
      * feed/date stamps are carried over untouched, so the nightly
      * loaders still judge later cards against the feed that last
      * set each group.
      *-----------------------------------------------------------------
       P250-BUILD-CLIENT-MAIN.

           MOVE WS-SPACES TO CLIENT-MAIN
           MOVE WS-BEFORE-IMAGE (431:64) TO CLIENT-SRC-STAMPS

           EVALUATE TRUE
           WHEN CLIENT-TYPE EQUAL 1
           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE CLIENT-MAIN           TO AUD-AFTER-IMAGE
           MOVE WS-BUSINESS-DATE      TO AUD-BUSINESS-DATE
           MOVE SPACES                TO AUD-OPERATOR-ID

           WRITE REC-AUDIT
           END-WRITE
