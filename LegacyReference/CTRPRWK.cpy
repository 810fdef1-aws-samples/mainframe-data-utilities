      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Working storage for the contract pricing routine (CTRPRRT.cpy).
      * The host moves the customer, item, item class, pricing date
      * and the price that would otherwise apply (the effective PRICEFF
      * price, else STOCK-SALES-PRICE) to the WS-CPR- input fields and
      * performs P970-FIND-CONTRACT-PRICE. WS-CPR-PRICE comes back as
      * the contract price when WS-CPR-FOUND, and as the price passed
      * in when no contract term is in effect.
      *-----------------------------------------------------------------
       01  WS-CONTRACT-PRICE-CONTROL.
           05  WS-CPR-CUSTOMER-NO        PIC X(008) VALUE SPACES.
           05  WS-CPR-ITEM-ID            PIC X(009) VALUE SPACES.
           05  WS-CPR-CLASS-CODE         PIC X(004) VALUE SPACES.
           05  WS-CPR-PRICE-DATE         PIC 9(008) VALUE ZEROS.
           05  WS-CPR-BASE-PRICE         PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-CPR-PRICE              PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-CPR-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-CPR-FOUND              VALUE 'Y'.
           05  WS-CPR-SCOPE              PIC X(001) VALUE SPACES.
           05  WS-CPR-SCOPE-CODE         PIC X(009) VALUE SPACES.
           05  WS-CPR-START-DATE         PIC 9(008) VALUE ZEROS.
           05  WS-CPR-END-DATE           PIC 9(008) VALUE ZEROS.
           05  WS-CPR-PRICE-TYPE         PIC X(001) VALUE SPACES.
           05  WS-CPR-FIXED-PRICE        PIC S9(008)V9(005)
                                          VALUE ZEROS.
           05  WS-CPR-DISCOUNT-PCT       PIC 9(003)V9(002)
                                          VALUE ZEROS.
           05  WS-CPR-EOF-SW             PIC X(001) VALUE 'N'.
               88  WS-CPR-EOF                VALUE 'Y'.
