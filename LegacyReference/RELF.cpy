      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Client-to-client role relationship record. One keyed row per
      * party, role and other party: REL-CLIENT-ID holds the role
      * named by REL-ROLE-CODE for REL-OTHER-ID -- the attorney under
      * a power of attorney, the guarantor of the other client's
      * obligations, the beneficiary named by the other client. Role
      * codes are validated against the shared code table (table id
      * RELROLE, maintained by COBCT01). HOUSEF says who lives
      * together; this file says who acts for whom.
      *
      * A zero REL-END-DATE means the relationship is open. Rows are
      * maintained by the card-driven COBKS42 and listed by COBKS43;
      * an ended relationship stays on file as history until an
      * operator deletes it.
      *-----------------------------------------------------------------
       01  REC-RELATIONSHIP.
           03  REL-KEY.
               05  REL-CLIENT-ID         PIC  9(009).
               05  REL-ROLE-CODE         PIC  X(004).
               05  REL-OTHER-ID          PIC  9(009).
           03  REL-EFFECTIVE-DATE        PIC  9(008).
           03  REL-END-DATE              PIC  9(008).
               88  REL-OPEN                  VALUE ZEROS.
           03  REL-MAINT-DATE            PIC  9(008).
           03  FILLER                    PIC  X(014).
