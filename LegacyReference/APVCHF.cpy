      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Accounts-payable voucher interface record, 120 bytes, written
      * by the COBST38 invoice match for the payables system to post:
      * one header, one detail row per vouchered invoice line, and a
      * control trailer whose line count and quantity and amount
      * totals the receiving side balances to before it posts
      * anything -- the same shape as the receivables interface
      * (ARINTF.cpy).
      *
      *   Row   Meaning
      *   H     header -- the voucher date of the run
      *   D     one invoice line; APV-MATCH-TYPE 'M' matched within
      *         tolerance, 'A' released on a buyer's approval card
      *   T     control trailer
      *-----------------------------------------------------------------
       01  REC-AP-VOUCHER.
           03  APV-ROW-TYPE              PIC  X(001).
               88  APV-HEADER-ROW            VALUE 'H'.
               88  APV-DETAIL-ROW            VALUE 'D'.
               88  APV-TRAILER-ROW           VALUE 'T'.
           03  APV-SOURCE                PIC  X(008).
           03  APV-BODY                  PIC  X(111).
           03  APV-HEADER-BODY REDEFINES APV-BODY.
               05  APV-HDR-VOUCHER-DATE  PIC  9(008).
               05  FILLER                PIC  X(103).
           03  APV-DETAIL-BODY REDEFINES APV-BODY.
               05  APV-VENDOR-CODE       PIC  X(006).
               05  APV-INVOICE-NO        PIC  X(012).
               05  APV-INVOICE-DATE      PIC  9(008).
               05  APV-PO-NUMBER         PIC  X(010).
               05  APV-PO-LINE-NO        PIC  9(003).
               05  APV-ITEM-ID           PIC  X(009).
               05  APV-QTY               PIC  S9(007)V9(004).
               05  APV-UNIT-PRICE        PIC  9(007)V9(004).
               05  APV-AMOUNT            PIC  S9(009)V9(002).
               05  APV-MATCH-TYPE        PIC  X(001).
                   88  APV-MATCHED           VALUE 'M'.
                   88  APV-APPROVED          VALUE 'A'.
               05  APV-APPROVED-BY       PIC  9(003).
               05  FILLER                PIC  X(026).
           03  APV-TRAILER-BODY REDEFINES APV-BODY.
               05  APV-TRL-LINE-COUNT    PIC  9(007).
               05  APV-TRL-QTY-TOTAL     PIC  S9(011)V9(004).
               05  APV-TRL-AMOUNT-TOTAL  PIC  S9(011)V9(002).
               05  FILLER                PIC  X(076).
