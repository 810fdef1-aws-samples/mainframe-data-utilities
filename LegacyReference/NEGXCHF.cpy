      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Outbound negative-exchange record, in the exchange's fixed
      * 250-byte layout -- the same exchange whose inbound records we
      * post as source '70'. Written weekly by COBDF46 as one batch
      * per partner state: a header carrying the batch sequence
      * number, the detail rows, and a control trailer with the row
      * counts and the check amount hash total. Sequence numbers run
      * per partner without a gap, so a missed transmission shows up
      * on the receiving side. The transmission step splits the file
      * on NX-RECEIVER-STATE.
      *
      *   Row   Meaning
      *   H     batch header
      *   D     detail -- a subject row (S) or a check offense (K)
      *   T     batch control trailer
      *
      * A detail row's action is A (new to the partner), C (changed
      * since last sent) or R (withdraw what was sent before, with
      * the reason code). NX-DTL-REFERENCE is our DIFS master key and
      * never changes for the life of the record, so a C or R row
      * always names the row it replaces. No SSN is sent: NX-SUB-SSAN
      * carries the subject's SSN token (TOKVLTF.cpy), and so does the
      * id in the reference when the subject is filed under the SSN;
      * a token never changes either.
      *-----------------------------------------------------------------
       01  REC-NEG-EXCHANGE.
           03  NX-ROW-TYPE               PIC  X(001).
               88  NX-HEADER-ROW             VALUE 'H'.
               88  NX-DETAIL-ROW             VALUE 'D'.
               88  NX-TRAILER-ROW            VALUE 'T'.
           03  NX-SENDER-STATE           PIC  X(002).
           03  NX-RECEIVER-STATE         PIC  X(002).
           03  NX-SEQUENCE-NO            PIC  9(006).
           03  NX-BODY                   PIC  X(239).
           03  NX-HEADER-BODY REDEFINES NX-BODY.
               05  NX-HDR-SEND-DATE      PIC  9(008).
               05  NX-HDR-SET-TYPE       PIC  X(001).
                   88  NX-FULL-SET           VALUE 'F'.
                   88  NX-CHANGES-ONLY       VALUE 'C'.
               05  FILLER                PIC  X(230).
           03  NX-DETAIL-BODY REDEFINES NX-BODY.
               05  NX-DTL-ACTION         PIC  X(001).
                   88  NX-ADD                VALUE 'A'.
                   88  NX-CHANGE             VALUE 'C'.
                   88  NX-REMOVE             VALUE 'R'.
               05  NX-DTL-REMOVE-REASON  PIC  X(002).
                   88  NX-RSN-EXPUNGED       VALUE 'EX'.
                   88  NX-RSN-DISPUTED       VALUE 'DP'.
                   88  NX-RSN-LEGAL-HOLD     VALUE 'LH'.
                   88  NX-RSN-INACTIVE       VALUE 'IN'.
                   88  NX-RSN-NOT-FRAUD      VALUE 'NF'.
                   88  NX-RSN-NO-SUBJECT     VALUE 'NS'.
               05  NX-DTL-IMAGE.
                   07  NX-DTL-REFERENCE  PIC  X(042).
                   07  NX-DTL-KIND       PIC  X(001).
                       88  NX-SUBJECT-DETAIL VALUE 'S'.
                       88  NX-CHECK-DETAIL   VALUE 'K'.
                   07  NX-DTL-FRAUD-CODE PIC  X(003).
                   07  NX-DTL-DATA       PIC  X(140).
                   07  NX-DTL-SUBJECT REDEFINES NX-DTL-DATA.
                       09  NX-SUB-LAST-NAME   PIC  X(018).
                       09  NX-SUB-FIRST-NAME  PIC  X(012).
                       09  NX-SUB-MIDDLE-INIT PIC  X(001).
                       09  NX-SUB-SSAN        PIC  X(009).
                       09  NX-SUB-STREET-ADDR PIC  X(024).
                       09  NX-SUB-CITY-ADDR   PIC  X(020).
                       09  NX-SUB-STATE-ADDR  PIC  X(002).
                       09  NX-SUB-ZIP         PIC  X(005).
                       09  NX-SUB-PHONE       PIC  X(010).
                       09  FILLER             PIC  X(039).
                   07  NX-DTL-CHECK REDEFINES NX-DTL-DATA.
                       09  NX-CK-OFFENSE-CODE PIC  X(002).
                       09  NX-CK-DATE         PIC  9(008).
                       09  NX-CK-SERIAL-NO    PIC  X(009).
                       09  NX-CK-AMOUNT       PIC  9(005)V99.
                       09  NX-CK-ABA-NO       PIC  9(009).
                       09  NX-CK-ACCOUNT-NO   PIC  X(018).
                       09  NX-CK-PAYEE        PIC  X(024).
                       09  NX-CK-REPORTED-BY  PIC  X(024).
                       09  FILLER             PIC  X(039).
               05  FILLER                PIC  X(050).
           03  NX-TRAILER-BODY REDEFINES NX-BODY.
               05  NX-TRL-DETAIL-COUNT   PIC  9(009).
               05  NX-TRL-ADD-COUNT      PIC  9(009).
               05  NX-TRL-CHANGE-COUNT   PIC  9(009).
               05  NX-TRL-REMOVE-COUNT   PIC  9(009).
               05  NX-TRL-AMOUNT-HASH    PIC  9(011)V99.
               05  FILLER                PIC  X(190).
