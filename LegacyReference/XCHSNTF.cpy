      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Negative-exchange sent register: one row per DIFS record
      * currently standing on the partners' files, in master key
      * order, holding the detail image last sent (NX-DTL-IMAGE in
      * NEGXCHF.cpy). COBDF46 matches it against this week's DIFS to
      * find what is new, what changed and what must be withdrawn,
      * and writes the register forward as a new generation. A
      * withdrawn record drops off; a register that has never been
      * created means nothing has been sent yet.
      *-----------------------------------------------------------------
       01  REC-XCH-SENT.
           03  XS-SENT-IMAGE.
               05  XS-MASTER-KEY         PIC  X(042).
               05  FILLER                PIC  X(144).
           03  XS-FIRST-SENT-DATE        PIC  9(008).
           03  XS-LAST-SENT-DATE         PIC  9(008).
           03  FILLER                    PIC  X(008).
