      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Anonymous subject number cross-reference: one keyed row per
      * DB-ID-STATE-NUMBER that has ever gone out in a statistical
      * submission, holding the anonymous number it was given. The
      * number is handed out once and never changes, so the
      * statistics office can follow a subject across months without
      * ever learning who it is. The file stays in-house. The row
      * keyed on spaces is the control row: its AX-ANON-NO is the
      * last number handed out, rewritten with each new assignment.
      *-----------------------------------------------------------------
       01  REC-ANON-XREF.
           03  AX-KEY.
               05  AX-ID-STATE-NUMBER    PIC  X(026).
           03  AX-ANON-NO                PIC  9(009).
           03  AX-ASSIGNED-DATE          PIC  9(008).
           03  FILLER                    PIC  X(007).
