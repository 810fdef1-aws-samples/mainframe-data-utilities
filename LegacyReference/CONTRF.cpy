      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Customer contract price record: one keyed row per negotiated
      * term, for one item (CTR-SCOPE 'I', the item ID) or a whole
      * STOCK-CLASS-CODE (scope 'C', the class code left-justified),
      * from CTR-START-DATE through CTR-END-DATE inclusive; a zero
      * end date runs until the contract is ended. The term is
      * either a fixed unit price or a discount percent off the
      * price otherwise in effect. Maintained by the card-driven
      * COBST43; priced through CTRPRRT.cpy by COBST35 and COBST14,
      * where an item term beats a class term and the latest start
      * in effect wins. COBST44 reports terms about to expire and
      * terms priced under standard cost.
      *-----------------------------------------------------------------
       01  REC-CONTRACT.
           03  CTR-KEY.
               05  CTR-CUSTOMER-NO       PIC  X(008).
               05  CTR-SCOPE             PIC  X(001).
                   88  CTR-ITEM-SCOPE        VALUE 'I'.
                   88  CTR-CLASS-SCOPE       VALUE 'C'.
               05  CTR-SCOPE-CODE        PIC  X(009).
               05  CTR-START-DATE        PIC  9(008).
           03  CTR-END-DATE              PIC  9(008).
           03  CTR-PRICE-TYPE            PIC  X(001).
               88  CTR-FIXED-PRICE           VALUE 'P'.
               88  CTR-DISCOUNT              VALUE 'D'.
           03  CTR-PRICE                 PIC  S9(008)V9(005).
           03  CTR-DISCOUNT-PCT          PIC  9(003)V9(002).
           03  CTR-ADDED-DATE            PIC  9(008).
           03  CTR-CHANGED-DATE          PIC  9(008).
           03  FILLER                    PIC  X(021).
