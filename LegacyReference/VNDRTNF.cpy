      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Vendor return record: one row per receipt lot (or part of a
      * lot) quality control rejects back to the vendor, appended by
      * COBST52 for accounts payable to raise the debit memo from.
      * The PO line is the one the goods were received against; its
      * received quantity has already been reduced by the return when
      * VR-PO-OPEN, while VR-PO-CLOSED means the match job had closed
      * and deleted the line and purchasing must re-open it by hand.
      * VR-UNIT-COST is the PO price, or the item's unit price where
      * the line carried none or is gone.
      *-----------------------------------------------------------------
       01  REC-VENDOR-RETURN.
           03  VR-ITEM-ID                PIC  X(009).
           03  VR-LOT-RECEIPT-DATE       PIC  9(008).
           03  VR-LOT-SEQ-NO             PIC  9(003).
           03  VR-QTY                    PIC  S9(07)V9(04).
           03  VR-PO-NUMBER              PIC  X(010).
           03  VR-PO-LINE-NO             PIC  9(003).
           03  VR-VENDOR-CODE            PIC  X(006).
           03  VR-RETURN-DATE            PIC  9(008).
           03  VR-REFERENCE              PIC  X(010).
           03  VR-UNIT-COST              PIC  9(007)V9(004).
           03  VR-PO-STATUS              PIC  X(001).
               88  VR-PO-OPEN                VALUE 'O'.
               88  VR-PO-CLOSED              VALUE 'C'.
