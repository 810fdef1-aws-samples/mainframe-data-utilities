      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Subject-dispute record: one keyed row per dispute a subject
      * raises against a DIFS check or police record, keyed by the
      * record's DB-MASTER-KEY and a dispute sequence that starts at
      * 001 and climbs with each new dispute on the same record, so a
      * record's whole dispute history stays on file. Maintained by
      * the card-driven COBDF35, which also sets DB-DISPUTE-IND on
      * the DIFS record while the dispute is open; at most one dispute
      * per record is open at a time. COBDF36 ages the open ones
      * against the statutory response window in business days.
      *
      *   Outcome  Meaning            Effect on the DIFS record
      *   U        upheld             record stands as filed
      *   C        corrected          record stands as amended by the
      *                               COBDF11 change made meanwhile
      *   R        removed            record inactivated, the same
      *                               way a COBDF11 delete does it
      *-----------------------------------------------------------------
       01  REC-DISPUTE.
           03  DSP-KEY.
               05  DSP-MASTER-KEY        PIC  X(042).
               05  DSP-DISPUTE-SEQ       PIC  9(003).
           03  DSP-STATUS                PIC  X(001).
               88  DSP-OPEN                  VALUE 'O'.
               88  DSP-CLOSED                VALUE 'C'.
           03  DSP-OPEN-DATE             PIC  9(008).
           03  DSP-UPDATE-DATE           PIC  9(008).
           03  DSP-CLOSE-DATE            PIC  9(008).
           03  DSP-OUTCOME               PIC  X(001).
               88  DSP-OUTCOME-PENDING       VALUE SPACE.
               88  DSP-UPHELD                VALUE 'U'.
               88  DSP-CORRECTED             VALUE 'C'.
               88  DSP-REMOVED               VALUE 'R'.
               88  DSP-OUTCOME-VALID         VALUE 'U' 'C' 'R'.
           03  DSP-OPERATOR-ID           PIC  X(008).
           03  DSP-NOTE                  PIC  X(028).
           03  FILLER                    PIC  X(013).
