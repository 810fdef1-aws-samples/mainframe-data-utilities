      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Revaluation variance trail: one row appended by COBST11 for
      * every item an UPDATE run actually revalues -- the on-hand it
      * applied to, the unit price before and after, the inventory
      * value before and after, and the difference. The file is
      * cumulative; COBST39 posts the rows of its run date to the
      * general ledger as the revaluation variance.
      *-----------------------------------------------------------------
       01  REC-STOCK-REVALUE.
           03  REV-ITEM-ID               PIC  X(009).
           03  REV-CLASS-CODE            PIC  X(004).
           03  REV-RUN-DATE              PIC  9(008).
           03  REV-OH-QTY                PIC  S9(010)V9(004).
           03  REV-OLD-PRICE             PIC  S9(008)V9(005).
           03  REV-NEW-PRICE             PIC  S9(008)V9(005).
           03  REV-OLD-VALUE             PIC  S9(009)V9(002).
           03  REV-NEW-VALUE             PIC  S9(009)V9(002).
           03  REV-DELTA                 PIC  S9(010)V9(002).
           03  FILLER                    PIC  X(005).
