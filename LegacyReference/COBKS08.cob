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
            05 CLIENT-RISK-SCORE-DATE    PIC  9(008).
            05 CLIENT-RISK-STATE-NO      PIC  X(026).
            05 FILLER                    PIC  X(440).
           03  CLIENT-STATUS  REDEFINES  CLIENT-MAIN.
            05 CLIENT-DECEASED-IND       PIC  X(001).
               88 CLIENT-DECEASED            VALUE 'Y'.
            05 CLIENT-DECEASED-DATE      PIC  9(008).
            05 CLIENT-DECEASED-CERT-NO   PIC  X(010).
            05 CLIENT-STATUS-DATE        PIC  9(008).
            05 FILLER                    PIC  X(467).

       FD  CLACCLG
           BLOCK CONTAINS 0 RECORDS
      *-----------------------------------------------------------------
      * The CLIENT-TYPE rows a client can carry: 1 personal, 2 address,
      * 3 contact, 5 employment, 6 DIFS risk standing (posted by
      * COBDF23), 7 client status (posted by COBKS34). Type 4 is the
      * loaders' delete action code and never lands on the file.
      *-----------------------------------------------------------------
       01  WS-TYPE-LIST.
           05  WS-TYPE-VALUES            PIC X(006) VALUE '123567'.
           05  WS-TYPE-ENTRY REDEFINES
               WS-TYPE-VALUES            PIC 9(001)
                                         OCCURS 6 TIMES.

       PROCEDURE DIVISION.

           MOVE ZEROS TO WS-TYPE-IX

           PERFORM P200-READ-TYPE THRU P200-READ-TYPE-EXIT
              UNTIL WS-TYPE-IX NOT LESS 6

           IF WS-FOUND EQUAL ZERO
              DISPLAY 'NO CLIENT RECORDS ON FILE FOR THAT CLIENT-ID'
           EXIT.

      *-----------------------------------------------------------------
      * CLIENT-MAIN and its REDEFINES views (address, contact,
      * employment, risk, status) share the same storage; CLIENT-TYPE
      * on the key says which REDEFINES view applies, the same way
      * DB-RECORD-TYPE does for COBDF01's DIFS displays.
      *-----------------------------------------------------------------
       P300-DISPLAY-RECORD.
              DISPLAY 'CITY/STATE/ZIP: ' CLIENT-ADDR-CITY ' '
                                          CLIENT-ADDR-STATE ' '
                                          CLIENT-ADDR-ZIP
              DISPLAY 'UNDELIVERABLE : ' CLIENT-ADDR-UNDELIV-IND
              DISPLAY 'RETURNED ON   : ' CLIENT-ADDR-RETURN-DATE
              DISPLAY 'RETURN CODE   : ' CLIENT-ADDR-RETURN-CODE ' '
                                          CLIENT-ADDR-RETURN-REASON

           WHEN CLIENT-TYPE EQUAL 3
              DISPLAY 'PHONE         : ' CLIENT-PHONE
              DISPLAY 'FRAUD FLAG    : ' CLIENT-RISK-FRAUD-IND
              DISPLAY 'SCORED ON     : ' CLIENT-RISK-SCORE-DATE

           WHEN CLIENT-TYPE EQUAL 7
              DISPLAY 'DECEASED      : ' CLIENT-DECEASED-IND
              DISPLAY 'DATE OF DEATH : ' CLIENT-DECEASED-DATE
              DISPLAY 'CERTIFICATE NO: ' CLIENT-DECEASED-CERT-NO
              DISPLAY 'STATUS DATE   : ' CLIENT-STATUS-DATE

           WHEN OTHER
              DISPLAY 'UNRECOGNIZED CLIENT-TYPE: ' CLIENT-TYPE
           END-EVALUATE
