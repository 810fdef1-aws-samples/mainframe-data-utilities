      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Replenishment suggestion record: one row per buy COBST12
      * suggests, written alongside the printed list so the buyers'
      * approval cards can be checked against exactly what was
      * suggested. COBST36 reads it to turn the approved lines into
      * purchase orders. The shortfall is the quantity suggested;
      * the vendor is the item's preferred ITMVENF link, blank when
      * the item has none.
      *-----------------------------------------------------------------
       01  REC-SUGGESTION.
           03  SGF-ITEM-ID               PIC  X(009).
           03  SGF-BUYER                 PIC  9(003).
           03  SGF-VENDOR-CODE           PIC  X(006).
           03  SGF-LEAD-DAYS             PIC  9(003).
           03  SGF-SHORTFALL             PIC  9(007)V9(004).
           03  SGF-ABC-CLASS             PIC  X(001).
           03  SGF-RUN-DATE              PIC  9(008).
           03  FILLER                    PIC  X(039).
