      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * General-ledger journal import record, 120 bytes, written by
      * the COBST39 inventory interface: one header, then a debit and
      * a credit row for each movement type and STOCK-CLASS-CODE that
      * moved value that night, and a control trailer. The ledger
      * balances the trailer's row count and debit and credit totals
      * to the rows, and debits to credits, before it posts anything.
      * Amounts are always positive; GLJ-DR-CR says which side.
      *
      *   Row   Meaning
      *   H     header -- the posting date of the run
      *   D     one journal line
      *   T     control trailer
      *-----------------------------------------------------------------
       01  REC-GL-JOURNAL.
           03  GLJ-ROW-TYPE              PIC  X(001).
               88  GLJ-HEADER-ROW            VALUE 'H'.
               88  GLJ-DETAIL-ROW            VALUE 'D'.
               88  GLJ-TRAILER-ROW           VALUE 'T'.
           03  GLJ-SOURCE                PIC  X(008).
           03  GLJ-BODY                  PIC  X(111).
           03  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
               05  GLJ-HDR-POST-DATE     PIC  9(008).
               05  FILLER                PIC  X(103).
           03  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
               05  GLJ-POST-DATE         PIC  9(008).
               05  GLJ-ACCOUNT           PIC  X(012).
               05  GLJ-DR-CR             PIC  X(001).
                   88  GLJ-DEBIT             VALUE 'D'.
                   88  GLJ-CREDIT            VALUE 'C'.
               05  GLJ-AMOUNT            PIC  9(011)V9(002).
               05  GLJ-MOVE-CODE         PIC  X(004).
               05  GLJ-CLASS-CODE        PIC  X(004).
               05  GLJ-MOVE-COUNT        PIC  9(007).
               05  GLJ-DESCRIPTION       PIC  X(030).
               05  FILLER                PIC  X(032).
           03  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
               05  GLJ-TRL-LINE-COUNT    PIC  9(007).
               05  GLJ-TRL-DEBIT-TOTAL   PIC  9(013)V9(002).
               05  GLJ-TRL-CREDIT-TOTAL  PIC  9(013)V9(002).
               05  FILLER                PIC  X(074).
