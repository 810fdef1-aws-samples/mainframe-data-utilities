      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Order header: one keyed row per order number, tying the
      * ORD-ORDER-NO on COBST10's shipment lines to the customer who
      * placed it, with the order date and the customer's own
      * purchase-order reference for the invoice. Loaded from the
      * order desk's header feed by COBST34 (a resent header replaces
      * the row) and read by the COBST35 invoicing run.
      *-----------------------------------------------------------------
       01  REC-ORDER-HEADER.
           03  OHD-KEY.
               05  OHD-ORDER-NO          PIC  X(010).
           03  OHD-CUSTOMER-NO           PIC  X(008).
           03  OHD-ORDER-DATE            PIC  9(008).
           03  OHD-CUST-PO-NO            PIC  X(015).
           03  OHD-LOADED-DATE           PIC  9(008).
           03  FILLER                    PIC  X(031).
