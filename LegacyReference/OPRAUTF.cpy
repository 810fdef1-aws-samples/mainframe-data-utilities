      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Operator authorization record. One keyed row per operator,
      * maintenance program and action code the operator may key on
      * that program's card deck; action '*' covers every action of
      * the program. A grant is good through its expiry date and
      * while it is active. Revoked grants stay on file, with who
      * revoked them and when, for the access review. Maintained by
      * the card-driven COBCT03 and read by every maintenance program
      * through the shared check (OPAUTHWK.cpy/OPAUTHRT.cpy); COBCT04
      * prints the quarterly access review from it.
      *-----------------------------------------------------------------
       01  REC-OPERATOR-AUTH.
           03  OPA-KEY.
               05  OPA-OPERATOR-ID       PIC  X(008).
               05  OPA-PROGRAM-ID        PIC  X(008).
               05  OPA-ACTION            PIC  X(001).
                   88  OPA-ALL-ACTIONS       VALUE '*'.
           03  OPA-EXPIRY-DATE           PIC  9(008).
           03  OPA-STATUS                PIC  X(001).
               88  OPA-ACTIVE                VALUE 'A'.
               88  OPA-REVOKED               VALUE 'R'.
           03  OPA-GRANTED-DATE          PIC  9(008).
           03  OPA-GRANTED-BY            PIC  X(008).
           03  OPA-CHANGED-DATE          PIC  9(008).
           03  OPA-CHANGED-BY            PIC  X(008).
           03  FILLER                    PIC  X(022).
