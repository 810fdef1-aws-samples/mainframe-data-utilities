      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Territory roster: one keyed row per service territory naming
      * the relationship manager who carries its book. A territory
      * taken out of service is deactivated rather than deleted so the
      * ZIP rows pointing at it stay explainable. Maintained by the
      * card-driven COBKS50; COBKS51 assigns from it and COBKS52
      * prints the manager names on the book-of-business report.
      *-----------------------------------------------------------------
       01  REC-TERR-ROSTER.
           03  TR-KEY.
               05  TR-TERRITORY          PIC  X(006).
           03  TR-TERRITORY-NAME         PIC  X(030).
           03  TR-RM-ID                  PIC  X(008).
           03  TR-RM-NAME                PIC  X(030).
           03  TR-STATUS                 PIC  X(001).
               88  TR-ACTIVE                 VALUE 'A'.
               88  TR-INACTIVE               VALUE 'I'.
           03  TR-EFFECTIVE-DATE         PIC  9(008).
           03  FILLER                    PIC  X(017).
