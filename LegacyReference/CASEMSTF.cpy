      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Investigative case master: one keyed row per case an
      * investigator opens on a check ring or other multi-subject
      * scheme. The subjects and offense records belonging to the case
      * are on CASEMBRF (see CASEMBRF.cpy). Both files are maintained
      * by the card-driven COBDF40; COBDF41 prints the case summary
      * and COBDF34 builds evidence packets for a whole case.
      *-----------------------------------------------------------------
       01  REC-CASE-MASTER.
           03  CSM-CASE-NO               PIC  X(012).
           03  CSM-TITLE                 PIC  X(030).
           03  CSM-LEAD-INVESTIGATOR     PIC  X(018).
           03  CSM-STATUS                PIC  X(001).
               88  CSM-OPEN                  VALUE 'O'.
               88  CSM-CLOSED                VALUE 'C'.
           03  CSM-OPEN-DATE             PIC  9(008).
           03  CSM-CLOSE-DATE            PIC  9(008).
           03  CSM-UPDATE-DATE           PIC  9(008).
           03  CSM-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(007).
