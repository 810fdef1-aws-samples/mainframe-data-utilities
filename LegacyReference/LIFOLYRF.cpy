      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIFO layer record: one keyed row per layer of an item valued
      * last-in-first-out for tax (STOCK-LIFO-IND non-zero on the
      * ITEM-USER layout record of its pair). The year-end COBST46
      * run adds a layer for the year's increase in on-hand quantity,
      * costed at the year's average receipt cost off the PO match
      * history, or liquidates the newest layers first when on-hand
      * has fallen. The oldest layer of an item is its base layer.
      * LL-CLOSED-YEAR is the last year-end applied to the item; it is
      * stamped on every surviving layer so a restarted year-end run
      * passes over the items it has already closed.
      *-----------------------------------------------------------------
       01  REC-LIFO-LAYER.
           03  LL-KEY.
               05  LL-ITEM-ID            PIC  X(009).
               05  LL-LAYER-YEAR         PIC  9(004).
           03  LL-LAYER-QTY              PIC  S9(009)V9(004).
           03  LL-UNIT-COST              PIC  9(007)V9(004).
           03  LL-COST-SOURCE            PIC  X(001).
               88  LL-COST-FROM-RECEIPTS     VALUE 'R'.
               88  LL-COST-FROM-STANDARD     VALUE 'S'.
           03  LL-ORIGINAL-QTY           PIC  S9(009)V9(004).
           03  LL-CLOSED-YEAR            PIC  9(004).
           03  LL-CREATED-DATE           PIC  9(008).
           03  FILLER                    PIC  X(017).
