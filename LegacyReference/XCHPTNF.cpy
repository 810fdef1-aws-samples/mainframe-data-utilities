      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Negative-exchange partner control record: one row per partner
      * state we send to, carrying the last batch sequence number and
      * send date. Data control adds a partner with a zero sequence;
      * COBDF46 reads the rows at startup and writes them back with
      * the new sequence numbers after a clean run. A partner whose
      * last sequence is zero -- new to the exchange, or reset by
      * data control for a resynchronization -- is sent the full
      * current set rather than the week's changes. A suspended
      * partner is passed over and keeps its sequence; reset it to
      * zero when it resumes, since it has missed the changes in
      * between.
      *-----------------------------------------------------------------
       01  REC-XCH-PARTNER.
           03  XP-PARTNER-STATE          PIC  X(002).
           03  XP-PARTNER-NAME           PIC  X(030).
           03  XP-STATUS                 PIC  X(001).
               88  XP-ACTIVE                 VALUE 'A'.
               88  XP-SUSPENDED              VALUE 'S'.
           03  XP-LAST-SEQUENCE          PIC  9(006).
           03  XP-LAST-SEND-DATE         PIC  9(008).
           03  FILLER                    PIC  X(033).
