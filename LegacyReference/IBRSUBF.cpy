      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Monthly incident-based statistical submission to the state
      * criminal-justice statistics office, written by COBDF47: a
      * header, one detail row per police incident whose DB-PD-DATE
      * falls in the reporting month, and a control trailer. No
      * subject identifier leaves the building -- IB-ANON-SUBJECT-NO
      * is the subject's stable anonymous number from ANONXF.cpy, the
      * same in every month and every resubmission. A resubmission
      * (IB-SUBMISSION-TYPE 'R') replaces everything sent before for
      * its month, and IB-VERSION-NO counts the submissions of that
      * month. IB-INCIDENT-REF pairs with the anonymous number to
      * name an incident stably across resubmissions.
      *
      *   Row   Meaning
      *   H     header
      *   D     incident detail
      *   T     control trailer
      *-----------------------------------------------------------------
       01  REC-IBR-SUBMISSION.
           03  IB-ROW-TYPE               PIC  X(001).
               88  IB-HEADER-ROW             VALUE 'H'.
               88  IB-DETAIL-ROW             VALUE 'D'.
               88  IB-TRAILER-ROW            VALUE 'T'.
           03  IB-REPORT-MONTH           PIC  9(006).
           03  IB-BODY                   PIC  X(143).
           03  IB-HEADER-BODY REDEFINES IB-BODY.
               05  IB-SUBMISSION-TYPE    PIC  X(001).
                   88  IB-ORIGINAL           VALUE 'O'.
                   88  IB-RESUBMISSION       VALUE 'R'.
               05  IB-VERSION-NO         PIC  9(002).
               05  IB-CREATED-DATE       PIC  9(008).
               05  FILLER                PIC  X(132).
           03  IB-DETAIL-BODY REDEFINES IB-BODY.
               05  IB-ANON-SUBJECT-NO    PIC  9(009).
               05  IB-INCIDENT-REF       PIC  X(014).
               05  IB-OFFENSE-CODE       PIC  X(002).
               05  IB-STATUTE-CODE       PIC  X(016).
               05  IB-INCIDENT-DATE      PIC  9(008).
               05  IB-WANTING-AGENCY     PIC  X(024).
               05  IB-PENAL-CODE         PIC  X(008).
               05  IB-SECURITY-ACT-CODE  PIC  X(002).
               05  IB-SECURITY-ACTION    PIC  X(024).
               05  FILLER                PIC  X(036).
           03  IB-TRAILER-BODY REDEFINES IB-BODY.
               05  IB-TRL-INCIDENT-COUNT PIC  9(009).
               05  IB-TRL-SUBJECT-COUNT  PIC  9(009).
               05  FILLER                PIC  X(125).
