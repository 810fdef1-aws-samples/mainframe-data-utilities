      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Customer master: one keyed row per bill-to customer, carrying
      * the bill-to address, the payment terms the invoice and the
      * receivables interface quote, and the sales-tax position --
      * the jurisdiction the customer is taxed in and, for an exempt
      * customer, the certificate on file. Maintained by the card-
      * driven COBST33; a customer is never deleted, only made
      * inactive, so old invoices still name who they billed. Order
      * headers (ORDHDRF.cpy) point at this file and COBST35 bills
      * from it.
      *-----------------------------------------------------------------
       01  REC-CUSTOMER.
           03  CUS-KEY.
               05  CUS-CUSTOMER-NO       PIC  X(008).
           03  CUS-NAME                  PIC  X(030).
           03  CUS-STATUS                PIC  X(001).
               88  CUS-ACTIVE                VALUE 'A'.
               88  CUS-INACTIVE              VALUE 'I'.
           03  CUS-BILL-TO.
               05  CUS-BILL-ADDR-1       PIC  X(030).
               05  CUS-BILL-ADDR-2       PIC  X(030).
               05  CUS-BILL-CITY         PIC  X(020).
               05  CUS-BILL-STATE        PIC  X(002).
               05  CUS-BILL-ZIP          PIC  X(009).
           03  CUS-TERMS.
               05  CUS-TERMS-CODE        PIC  X(004).
               05  CUS-TERMS-NET-DAYS    PIC  9(003).
               05  CUS-TERMS-DISC-PCT    PIC  9(002)V9(002).
               05  CUS-TERMS-DISC-DAYS   PIC  9(003).
           03  CUS-TAX.
               05  CUS-TAX-JURISDICTION  PIC  X(005).
               05  CUS-TAX-EXEMPT-IND    PIC  X(001).
                   88  CUS-TAX-EXEMPT        VALUE 'Y'.
                   88  CUS-TAXABLE           VALUE 'N'.
               05  CUS-EXEMPT-CERT-NO    PIC  X(015).
           03  CUS-ADDED-DATE            PIC  9(008).
           03  CUS-CHANGED-DATE          PIC  9(008).
           03  FILLER                    PIC  X(019).
