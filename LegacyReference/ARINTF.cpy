      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Accounts-receivable interface record, 120 bytes, written by
      * the COBST35 invoicing run for the receivables system to post:
      * one header, one detail row per invoice, and a control trailer
      * whose invoice count and goods, tax and invoice-amount totals
      * the receiving side balances to before it posts anything.
      *
      *   Row   Meaning
      *   H     header -- the invoice date of the run
      *   D     one invoice
      *   T     control trailer
      *-----------------------------------------------------------------
       01  REC-AR-INTERFACE.
           03  ARI-ROW-TYPE              PIC  X(001).
               88  ARI-HEADER-ROW            VALUE 'H'.
               88  ARI-DETAIL-ROW            VALUE 'D'.
               88  ARI-TRAILER-ROW           VALUE 'T'.
           03  ARI-SOURCE                PIC  X(008).
           03  ARI-BODY                  PIC  X(111).
           03  ARI-HEADER-BODY REDEFINES ARI-BODY.
               05  ARI-HDR-INVOICE-DATE  PIC  9(008).
               05  FILLER                PIC  X(103).
           03  ARI-DETAIL-BODY REDEFINES ARI-BODY.
               05  ARI-CUSTOMER-NO       PIC  X(008).
               05  ARI-INVOICE-NO        PIC  X(013).
               05  ARI-INVOICE-DATE      PIC  9(008).
               05  ARI-DUE-DATE          PIC  9(008).
               05  ARI-DISC-DATE         PIC  9(008).
               05  ARI-DISC-PCT          PIC  9(002)V9(002).
               05  ARI-ORDER-NO          PIC  X(010).
               05  ARI-CUST-PO-NO        PIC  X(015).
               05  ARI-TERMS-CODE        PIC  X(004).
               05  ARI-GOODS-AMT         PIC  S9(009)V9(002).
               05  ARI-TAX-AMT           PIC  S9(009)V9(002).
               05  ARI-INVOICE-AMT       PIC  S9(009)V9(002).
           03  ARI-TRAILER-BODY REDEFINES ARI-BODY.
               05  ARI-TRL-INVOICE-COUNT PIC  9(007).
               05  ARI-TRL-GOODS-TOTAL   PIC  S9(011)V9(002).
               05  ARI-TRL-TAX-TOTAL     PIC  S9(011)V9(002).
               05  ARI-TRL-INVOICE-TOTAL PIC  S9(011)V9(002).
               05  FILLER                PIC  X(065).
