      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Receipt ledger: one keyed row per PO line that has received
      * goods, the receiving side of the three-way match. COBST23
      * adds each receipt quantity it applies to a line (with the
      * line's PO-UNIT-COST) and marks the row when the line closes
      * off OPENPOF; COBST38 adds what the vendor has invoiced as it
      * vouchers, and drops the row once a closed line is fully
      * invoiced. Received less invoiced is the receipts-not-yet-
      * invoiced balance finance accrues at period end.
      *-----------------------------------------------------------------
       01  REC-RECEIPT-LEDGER.
           03  RL-KEY.
               05  RL-PO-NUMBER          PIC  X(010).
               05  RL-PO-LINE-NO         PIC  9(003).
           03  RL-VENDOR-CODE            PIC  X(006).
           03  RL-ITEM-ID                PIC  X(009).
           03  RL-UNIT-COST              PIC  9(007)V9(004).
           03  RL-RECEIVED-QTY           PIC  S9(007)V9(004).
           03  RL-INVOICED-QTY           PIC  S9(007)V9(004).
           03  RL-FIRST-RCPT-DATE        PIC  9(008).
           03  RL-LAST-RCPT-DATE         PIC  9(008).
           03  RL-LINE-CLOSED-SW         PIC  X(001).
               88  RL-LINE-CLOSED            VALUE 'Y'.
           03  FILLER                    PIC  X(022).
