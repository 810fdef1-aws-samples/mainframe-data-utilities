      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Client cascade event: one row for every CLIENT-ID that stops
      * being a client tonight. COBKS13 writes an 'M' row per merged
      * pair naming the id folded away and the id that survives it;
      * COBKS05 writes a 'D' row for every delete it applies (a
      * delete removes one CLIENT-TYPE, so COBKS47 looks at CLIENT
      * itself to tell a client that is gone from one that only lost
      * a row). JCL concatenates both producers' generations onto
      * COBKS47's CASCADF DD, which repoints or retires every
      * reference the other client-side files hold under the old id.
      *-----------------------------------------------------------------
       01  REC-CASCADE.
           03  CAS-EVENT                 PIC  X(001).
               88  CAS-MERGE                 VALUE 'M'.
               88  CAS-DELETE                VALUE 'D'.
           03  CAS-OLD-ID                PIC  9(009).
           03  CAS-NEW-ID                PIC  9(009).
           03  CAS-BUSINESS-DATE         PIC  9(008).
           03  CAS-PROGRAM               PIC  X(008).
           03  FILLER                    PIC  X(005).
