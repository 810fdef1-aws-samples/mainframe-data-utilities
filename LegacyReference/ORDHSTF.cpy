      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Order history, 80 bytes: the ORDTRAN image of every order
      * line COBST10 takes in, with the posting date stamped into
      * the filler, one generation a night. The JCL concatenates the
      * trailing generations oldest first; COBST27 sums them for ABC
      * usage and COBST41 buckets them by month for the demand
      * forecast. OH-ORDER-QTY is what was ordered, not what shipped,
      * so a stock-out does not read as a fall in demand. A row with
      * no post date still counts toward usage but falls in no month.
      *-----------------------------------------------------------------
       01  REC-ORDHST.
           03  OH-ITEM-ID                PIC  X(09).
           03  OH-RECORD-TYPE            PIC  X(01).
           03  OH-ORDER-NO               PIC  X(10).
           03  OH-ORDER-QTY              PIC  S9(07).
           03  OH-LOCATION               PIC  9(03).
           03  OH-POST-DATE              PIC  9(08).
           03  OH-POST-DATE-X REDEFINES OH-POST-DATE.
               05  OH-POST-YYYY          PIC  9(04).
               05  OH-POST-MM            PIC  9(02).
               05  OH-POST-DD            PIC  9(02).
           03  FILLER                    PIC  X(042).
