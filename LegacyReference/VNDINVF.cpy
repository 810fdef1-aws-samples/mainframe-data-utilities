      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Vendor invoice line: one 80-byte row per line of a vendor's
      * invoice, billing against one received PO line -- the feed AP
      * used to key from paper packing slips, read by the COBST38
      * voucher run.
      *
      * A line COBST38 cannot voucher (no receipt on the ledger, the
      * wrong vendor, or quantity or price outside tolerance) is
      * carried to the next night's held-invoice generation in this
      * same layout, with the reason and the date it was first held,
      * until it matches or a buyer approves it.
      *-----------------------------------------------------------------
       01  REC-VENDOR-INVOICE.
           03  VIN-INVOICE-NO            PIC  X(012).
           03  VIN-VENDOR-CODE           PIC  X(006).
           03  VIN-INVOICE-DATE          PIC  9(008).
           03  VIN-PO-NUMBER             PIC  X(010).
           03  VIN-PO-LINE-NO            PIC  9(003).
           03  VIN-QTY                   PIC  9(007)V9(004).
           03  VIN-UNIT-PRICE            PIC  9(007)V9(004).
           03  VIN-HELD-REASON           PIC  X(004).
           03  VIN-HELD-SINCE            PIC  9(008).
           03  FILLER                    PIC  X(007).
