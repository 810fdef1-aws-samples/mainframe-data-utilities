      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Maintenance-deck usage log. Every maintenance program appends
      * one row per card it checks against the operator authorization
      * file (see OPRAUTF.cpy): when, which program, the operator id
      * keyed on the card, the card's action code, and whether the
      * card was let through or refused and why. It is to the
      * maintenance decks what ACCESSLG and CLACCLG are to the
      * inquiries, and COBCT04's access review reads all three.
      *-----------------------------------------------------------------
       01  REC-MAINT-LOG.
           03  MNL-RUN-DATE              PIC  9(008).
           03  MNL-RUN-TIME              PIC  9(008).
           03  MNL-PROGRAM-ID            PIC  X(008).
           03  MNL-OPERATOR-ID           PIC  X(008).
           03  MNL-ACTION                PIC  X(001).
           03  MNL-RESULT                PIC  X(001).
               88  MNL-GRANTED               VALUE 'G'.
               88  MNL-REFUSED               VALUE 'R'.
           03  MNL-REASON                PIC  X(004).
           03  FILLER                    PIC  X(042).
