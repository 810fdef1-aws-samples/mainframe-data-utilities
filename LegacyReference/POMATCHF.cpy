      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * PO match history: one row per event COBST23's receipt match
      * books against an open-PO line, appended every night so the
      * history outlives the lines themselves (a fully received line
      * leaves OPENPOF). 'R' is a receipt quantity applied to the
      * line, 'O' the part of a receipt beyond the item's open lines
      * (booked against the last line the receipt filled), 'C' the
      * line closing, with its ordered and received totals. The
      * monthly COBST37 vendor scorecard is built from these rows.
      * PMH-UNIT-COST carries the line's PO-UNIT-COST (zero where the
      * order was placed without a price); the year-end COBST46 LIFO
      * run costs the year's receipts from it.
      *-----------------------------------------------------------------
       01  REC-PO-MATCH.
           03  PMH-ROW-TYPE              PIC  X(001).
               88  PMH-RECEIPT               VALUE 'R'.
               88  PMH-OVER-RECEIPT          VALUE 'O'.
               88  PMH-LINE-CLOSED           VALUE 'C'.
           03  PMH-MATCH-DATE            PIC  9(008).
           03  PMH-PO-NUMBER             PIC  X(010).
           03  PMH-PO-LINE-NO            PIC  9(003).
           03  PMH-VENDOR-CODE           PIC  X(006).
           03  PMH-ITEM-ID               PIC  X(009).
           03  PMH-ORDER-DATE            PIC  9(008).
           03  PMH-DUE-DATE              PIC  9(008).
           03  PMH-RECEIPT-DATE          PIC  9(008).
           03  PMH-QTY                   PIC  S9(007)V9(004).
           03  PMH-ORDER-QTY             PIC  S9(007)V9(004).
           03  PMH-UNIT-COST             PIC  9(007)V9(004).
           03  FILLER                    PIC  X(006).
