      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Lot consumption, 80 bytes: one row for every draw COBST10
      * makes against a STKLOTF lot, one generation a night, so a
      * vendor recall can be traced from the lot to the orders that
      * received it. LU-SOURCE 'O' is the order line's own item;
      * 'K' is a kit component drawn for the kit on that order line.
      * Stock received before lot tracking began has no lot to draw
      * and writes no row. The JCL concatenates the generations for
      * the COBST42 recall trace.
      *-----------------------------------------------------------------
       01  REC-LOT-USE.
           03  LU-ITEM-ID                PIC  X(009).
           03  LU-LOT-RECEIPT-DATE       PIC  9(008).
           03  LU-LOT-SEQ-NO             PIC  9(003).
           03  LU-QTY                    PIC  9(007)V9(004).
           03  LU-ORDER-NO               PIC  X(010).
           03  LU-ORDER-ITEM-ID          PIC  X(009).
           03  LU-SOURCE                 PIC  X(001).
               88  LU-ORDER-LINE             VALUE 'O'.
               88  LU-KIT-COMPONENT          VALUE 'K'.
           03  LU-POST-DATE              PIC  9(008).
           03  FILLER                    PIC  X(021).
