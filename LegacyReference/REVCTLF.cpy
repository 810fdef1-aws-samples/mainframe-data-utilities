      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Know-your-customer review control: one keyed row per CLIENT-ID
      * carrying the client's review tier, when compliance last
      * reviewed it, and when the next review falls due. High-tier
      * clients (a type-6 risk score at or over the PARAMF threshold)
      * cycle yearly, everyone else every three years. The nightly
      * COBKS35 establishes rows for new clients, re-tiers on a risk
      * change and prints the due/overdue worklist; the card-driven
      * COBKS36 records a completed review and rolls the due date
      * forward.
      *-----------------------------------------------------------------
       01  REC-REVIEW-CONTROL.
           03  RVC-KEY.
               05  RVC-CLIENT-ID         PIC  9(009).
           03  RVC-RISK-TIER             PIC  X(001).
               88  RVC-TIER-HIGH             VALUE 'H'.
               88  RVC-TIER-STANDARD         VALUE 'S'.
           03  RVC-LAST-REVIEW-DATE      PIC  9(008).
           03  RVC-NEXT-DUE-DATE         PIC  9(008).
           03  RVC-REVIEWER-ID           PIC  X(008).
           03  RVC-ESTABLISHED-DATE      PIC  9(008).
           03  FILLER                    PIC  X(018).
