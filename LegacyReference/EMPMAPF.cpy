      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Employer variant mapping record: one keyed row per observed
      * CLIENT-EMPLOYER-NAME spelling, naming the canonical employer
      * code on the EMPMASTF master it belongs to. Maintained by the
      * card-driven COBKS45; COBKS46 translates every type-5 row
      * through it and buckets unmapped spellings separately so the
      * mapping backlog stays visible.
      *-----------------------------------------------------------------
       01  REC-EMPLOYER-MAP.
           03  EMX-KEY.
               05  EMX-OBSERVED          PIC  X(030).
           03  EMX-EMPLOYER-CODE         PIC  X(008).
           03  EMX-EFFECTIVE-DATE        PIC  9(008).
           03  FILLER                    PIC  X(014).
