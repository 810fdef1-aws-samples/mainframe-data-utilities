      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Client service assignment: one keyed row per CLIENT-ID giving
      * the territory and relationship manager that carry the client.
      * The nightly COBKS51 sets and refreshes every row -- from the
      * type-2 ZIP through TERRZIPF and TERRROSF, or from a manual
      * override, which holds until an operator releases it -- and
      * closes the row of a client no longer on CLIENT.
      *
      * RMA-PE-RM-ID keeps the manager the client had at the last
      * CALENDF period end whenever the manager has changed since
      * (RMA-CHANGE-DATE after that period end), so COBKS52 can count
      * each manager's clients added and lost over the period. A row
      * changed on or before the period end still holds its period-end
      * manager in RMA-RM-ID. A closed row is purged once a period end
      * has passed over it.
      *
      * A client the ZIP rule cannot place keeps blank territory or
      * manager and says why in RMA-UNASSIGNED-REASON:
      *   NZIP  no type-2 address or a blank ZIP
      *   UZIP  ZIP (and its prefix) not on TERRZIPF
      *   NRM   territory has no active manager on TERRROSF
      *-----------------------------------------------------------------
       01  REC-RM-ASSIGNMENT.
           03  RMA-KEY.
               05  RMA-CLIENT-ID         PIC  9(009).
           03  RMA-TERRITORY             PIC  X(006).
           03  RMA-RM-ID                 PIC  X(008).
           03  RMA-SOURCE                PIC  X(001).
               88  RMA-BY-ZIP                VALUE 'Z'.
               88  RMA-BY-OVERRIDE           VALUE 'O'.
               88  RMA-CLOSED                VALUE 'X'.
           03  RMA-UNASSIGNED-REASON     PIC  X(004).
           03  RMA-ZIP                   PIC  X(005).
           03  RMA-OVR-TERRITORY         PIC  X(006).
           03  RMA-OVR-RM-ID             PIC  X(008).
           03  RMA-OVERRIDE-DATE         PIC  9(008).
           03  RMA-ASSIGNED-DATE         PIC  9(008).
           03  RMA-CHANGE-DATE           PIC  9(008).
           03  RMA-PE-RM-ID              PIC  X(008).
           03  RMA-LAST-SEEN-DATE        PIC  9(008).
           03  FILLER                    PIC  X(013).
