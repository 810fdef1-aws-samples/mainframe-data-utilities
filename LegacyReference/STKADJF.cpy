      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Cycle-count adjustment trail: one row appended by COBST20 per
      * approved count it posts, with the book and counted quantities
      * and the variance in units and value. The file is cumulative;
      * COBST39 posts the rows of its run date to the general ledger.
      *-----------------------------------------------------------------
       01  REC-STOCK-ADJUST.
           03  ADJ-ITEM-ID               PIC  X(009).
           03  ADJ-RECORD-TYPE           PIC  X(001).
           03  ADJ-RUN-DATE              PIC  9(008).
           03  ADJ-BOOK-QTY              PIC  S9(010)V9(004).
           03  ADJ-COUNTED-QTY           PIC  S9(007)V9(004).
           03  ADJ-VARIANCE-QTY          PIC  S9(010)V9(004).
           03  ADJ-VARIANCE-VALUE        PIC  S9(009)V9(002).
           03  FILLER                    PIC  X(004).
