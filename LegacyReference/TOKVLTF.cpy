      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * SSN token vault. One keyed row per SSN that has ever left in
      * an outbound DIFS file, holding the token sent in its place:
      * 'T' and eight digits drawn from a random sequence, unique on
      * the file (alternate key TV-TOKEN) and never reassigned, so a
      * subject carries the same token on every extract, every run.
      * Rows are added only by the shared tokenizing routine
      * (SSNTKRT.cpy) in the outbound programs -- COBDF03, COBDF08,
      * COBDF22, COBDF34, COBDF45 and COBDF46 -- and a token is turned
      * back into the SSN for display only by the authorized COBDF48
      * run, which logs every lookup to ACCESSLG. COBDF35 reads the
      * vault only to turn a dispute reference quoted from a COBDF45
      * notice back into the DIFS master key, and never prints it.
      * Internal DIFS processing, the SSAN alternate index and the
      * COBDF12/COBDF24 searches keep the real value and never read
      * this file.
      *
      * The row keyed on spaces is the control row: TV-SEED is where
      * the random sequence stands, rewritten as each token is drawn.
      *-----------------------------------------------------------------
       01  REC-TOKEN-VAULT.
           03  TV-KEY.
               05  TV-SSAN               PIC  X(009).
           03  TV-TOKEN                  PIC  X(009).
           03  TV-ASSIGNED-DATE          PIC  9(008).
           03  TV-ASSIGNED-PROGRAM       PIC  X(008).
           03  TV-SEED                   PIC  9(010).
           03  FILLER                    PIC  X(006).
