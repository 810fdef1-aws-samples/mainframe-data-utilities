      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Employer master record: one keyed row per canonical employer
      * code, with the one spelling of the employer's name that
      * counts. CLIENT-EMPLOYER-NAME on the type-5 rows is free text,
      * so the same company lands under many spellings -- the EMPMAPF
      * variant mappings point each of them here. Maintained by the
      * card-driven COBKS45; COBKS46 reports client concentration by
      * these codes.
      *-----------------------------------------------------------------
       01  REC-EMPLOYER-MASTER.
           03  EMP-KEY.
               05  EMP-CODE              PIC  X(008).
           03  EMP-NAME                  PIC  X(030).
           03  EMP-STATUS                PIC  X(001).
               88  EMP-ACTIVE                VALUE 'A'.
               88  EMP-INACTIVE              VALUE 'I'.
           03  EMP-EFFECTIVE-DATE        PIC  9(008).
           03  FILLER                    PIC  X(013).
