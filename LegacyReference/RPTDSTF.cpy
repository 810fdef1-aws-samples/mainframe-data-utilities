      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Report distribution list: one row per producing program's
      * report and recipient who gets it, kept as an 80-byte card
      * file by operations. The morning bundling run (COBNS13) pulls
      * the night's reports off RPTARCF and prints one bundle per
      * department and recipient from these rows.
      *
      * RDL-COPIES is how many copies go in the recipient's bundle
      * (blank or zero is one). RDL-SUPPRESS-EMPTY 'Y' leaves the
      * report out when its producer ran but printed nothing.
      * RDL-EXPECTED 'Y' marks a report that should appear every
      * night; one that does not is listed on the delivery checklist
      * as never produced. 'N' is a report run only on request.
      *-----------------------------------------------------------------
       01  REC-REPORT-DIST.
           03  RDL-PROGRAM               PIC  X(008).
           03  RDL-DEPARTMENT            PIC  X(012).
           03  RDL-RECIPIENT             PIC  X(020).
           03  RDL-COPIES                PIC  9(002).
           03  RDL-SUPPRESS-EMPTY        PIC  X(001).
               88  RDL-SUPPRESS              VALUE 'Y'.
           03  RDL-EXPECTED              PIC  X(001).
               88  RDL-EXPECTED-NIGHTLY      VALUE 'Y'.
           03  RDL-DELIVERY-POINT        PIC  X(020).
           03  FILLER                    PIC  X(016).
