      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Investigative case member: one keyed row per DIFS subject or
      * offense record linked to a case on CASEMSTF. A subject link
      * carries only the subject's DB-ID-STATE-NUMBER in the first 26
      * bytes of CMB-MASTER-KEY (the rest spaces) and takes in every
      * offense on file for the subject; an offense link carries the
      * full DB-MASTER-KEY of one check or police record. Because the
      * key leads with the case and then the subject, a case's members
      * read back grouped by subject, subject link first.
      *-----------------------------------------------------------------
       01  REC-CASE-MEMBER.
           03  CMB-KEY.
               05  CMB-CASE-NO           PIC  X(012).
               05  CMB-MASTER-KEY.
                   10  CMB-ID-STATE-NUMBER PIC X(026).
                   10  CMB-RECORD-REF      PIC X(016).
           03  CMB-MEMBER-TYPE           PIC  X(001).
               88  CMB-SUBJECT-LINK          VALUE 'S'.
               88  CMB-OFFENSE-LINK          VALUE 'O'.
           03  CMB-ADDED-DATE            PIC  9(008).
           03  CMB-OPERATOR-ID           PIC  X(008).
           03  FILLER                    PIC  X(009).
