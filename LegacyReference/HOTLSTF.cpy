      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Bad-account hotlist: one keyed row per bank routing number and
      * checking account that has a live check offense on DIFS,
      * rebuilt from scratch every night by COBDF37 and read by
      * COBDF38's merchant check verification. Only active check-
      * detail records not under subject dispute are counted. The
      * latest check date is the check's own DB-CK-DATE windowed to
      * four digits (00-49 is 20xx); the total is the sum of the
      * numeric DB-CK-AMT values.
      *-----------------------------------------------------------------
       01  REC-HOTLIST.
           03  HOT-KEY.
               05  HOT-ABA-NO            PIC  9(009).
               05  HOT-ACCOUNT-NO        PIC  X(012).
           03  HOT-OFFENSE-COUNT         PIC  9(005).
           03  HOT-LAST-CK-DATE          PIC  9(008).
           03  HOT-TOTAL-AMT             PIC  S9(009)V99 COMP-3.
           03  HOT-BUILD-DATE            PIC  9(008).
           03  FILLER                    PIC  X(012).
