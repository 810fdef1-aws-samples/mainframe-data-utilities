      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Shipped order line: one row per order line that actually left
      * the building -- written by COBST10 for each ORDTRAN shipment
      * (what shipped, not what was ordered) and appended by COBST24
      * for each backorder it releases -- so the nightly COBST35
      * invoicing run bills exactly what went out. Kit components
      * are not written; the kit bills as the parent item. COBST10
      * opens the night's generation OUTPUT, or EXTEND on a RESTART
      * alongside its journal.
      *
      * A line COBST35 cannot bill yet (no order header, customer or
      * price) is carried to the next night's held-line generation
      * in this same layout, with the reason and the date it was
      * first held.
      *-----------------------------------------------------------------
       01  REC-SHIP-LINE.
           03  SHL-ORDER-NO              PIC  X(010).
           03  SHL-ITEM-ID               PIC  X(009).
           03  SHL-RECORD-TYPE           PIC  X(001).
           03  SHL-SHIP-QTY              PIC  S9(007)V9(004).
           03  SHL-SHIP-DATE             PIC  9(008).
           03  SHL-SOURCE                PIC  X(001).
               88  SHL-FROM-ORDER            VALUE 'O'.
               88  SHL-FROM-BACKORDER        VALUE 'B'.
           03  SHL-HELD-REASON           PIC  X(004).
           03  SHL-HELD-SINCE            PIC  9(008).
           03  FILLER                    PIC  X(028).
