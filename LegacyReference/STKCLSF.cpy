      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Inventory close: one row per item on STOCK-MASTER, written in
      * item order by the nightly subledger tie-out (COBST54) as a
      * dated generation. Each row is the item's on-hand as the night
      * closed in all three places it is kept -- the SAP on-hand
      * buckets on the master, the location rows on STKLOCF and the
      * lot balances on STKLOTF -- with the standard cost it was
      * valued at. The next night's tie-out reads the generation back
      * as yesterday's close and rolls the master figure forward by
      * the night's movements.
      *-----------------------------------------------------------------
       01  REC-STOCK-CLOSE.
           03  CLS-ITEM-ID               PIC  X(009).
           03  CLS-CLOSE-DATE            PIC  9(008).
           03  CLS-MASTER-QTY            PIC  S9(010)V9(004).
           03  CLS-LOC-QTY               PIC  S9(010)V9(004).
           03  CLS-LOT-QTY               PIC  S9(010)V9(004).
           03  CLS-STD-COST              PIC  S9(008)V9(005).
           03  FILLER                    PIC  X(008).
