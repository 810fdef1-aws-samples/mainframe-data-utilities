      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Pick line, 80 bytes: one row per location and lot the COBST40
      * pick-list run allocated an ORDTRAN line to, written in the
      * same walk order the tickets print in, with PK-PICKED-QTY
      * zero. The floor keys what it actually pulled into
      * PK-PICKED-QTY and the rows come back as the PICKCNF
      * confirmation deck COBST10 posts shipments from: a line ships
      * what was picked, and whatever of the order was not picked
      * goes to the backorder file. A zero lot date means stock
      * received before lot tracking began.
      *-----------------------------------------------------------------
       01  REC-PICK-LINE.
           03  PK-ORDER-NO               PIC  X(010).
           03  PK-ITEM-ID                PIC  X(009).
           03  PK-RECORD-TYPE            PIC  X(001).
           03  PK-LOCATION               PIC  9(003).
           03  PK-LOT-RECEIPT-DATE       PIC  9(008).
           03  PK-LOT-SEQ-NO             PIC  9(003).
           03  PK-ALLOC-QTY              PIC  9(007)V9(004).
           03  PK-PICKED-QTY             PIC  9(007)V9(004).
           03  FILLER                    PIC  X(024).
