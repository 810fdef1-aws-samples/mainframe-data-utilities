      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Statistical submission log: one row per reporting month sent
      * by COBDF47, with the latest version number, the date it went
      * and its incident count. COBDF47 refuses an original
      * submission for a month already on the log and a resubmission
      * for one that is not, then writes the log back with the
      * month's new row.
      *-----------------------------------------------------------------
       01  REC-IBR-CONTROL.
           03  IC-REPORT-MONTH           PIC  9(006).
           03  IC-VERSION-NO             PIC  9(002).
           03  IC-SUBMIT-DATE            PIC  9(008).
           03  IC-INCIDENT-COUNT         PIC  9(009).
           03  FILLER                    PIC  X(015).
