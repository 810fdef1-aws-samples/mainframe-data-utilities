      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Source-trust record for field-level survivorship. One keyed
      * row per CLIENT-TYPE, field group and sending feed, giving the
      * rank that feed's values carry for that group. When a loader
      * updates a group that another feed last set, the incoming
      * value is applied only if its feed ranks at least as high as
      * the feed stamped on the stored group; a feed with no row for
      * the group ranks zero. Field groups are:
      *
      *   type 1  IDNT name and birth date
      *           EDLV education level
      *           INCM income
      *   type 2  ADDR postal address
      *   type 3  PHON phone
      *           MAIL e-mail
      *   type 5  EMPL employer and hire date
      *
      * Maintained by the card-driven COBKS44; read by COBKS03 and
      * COBKS05 through SRVJDG.cpy.
      *-----------------------------------------------------------------
       01  REC-SOURCE-TRUST.
           03  TRS-KEY.
               05  TRS-CLIENT-TYPE       PIC  9(004).
               05  TRS-FIELD-GROUP       PIC  X(004).
               05  TRS-FEED-ID           PIC  X(008).
           03  TRS-RANK                  PIC  9(003).
           03  TRS-MAINT-DATE            PIC  9(008).
           03  FILLER                    PIC  X(013).
