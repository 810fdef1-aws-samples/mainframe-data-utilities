      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * DIFS maintenance history: one row per add, change, delete or
      * inactivate any program makes to a DIFS master record, carrying
      * the full DB-WORK-AREA image before and after the change (the
      * before image is spaces on an add, the after image spaces on a
      * physical delete), the program that made it, the date and time
      * it was made, and the record's source system and file
      * reference. The DIFS side's answer to AUDITF. Every updater
      * appends through the P985 paragraph in DIFSHWRT.cpy; COBDF44
      * replays a subject's rows in date order. COBDF27 copies the
      * file forward without an expunged subject's rows, since the
      * court order reaches the history as well.
      *
      *   Action   Meaning
      *   A        record added (or restored from the archive)
      *   C        record changed
      *   I        record inactivated -- DB-STATUS set to '0'
      *   D        record physically removed from the cluster
      *
      * DH-OPERATOR-ID names the operator behind a change keyed
      * through a card-driven maintenance run that carries one; it is
      * spaces on every row the feed-driven batch programs write.
      *-----------------------------------------------------------------
       01  REC-DIFS-HISTORY.
           03  DH-ID-STATE-NUMBER        PIC  X(026).
           03  DH-CHANGE-DATE            PIC  9(008).
           03  DH-CHANGE-TIME            PIC  9(008).
           03  DH-PROGRAM                PIC  X(008).
           03  DH-ACTION                 PIC  X(001).
               88  DH-ADDED                  VALUE 'A'.
               88  DH-CHANGED                VALUE 'C'.
               88  DH-INACTIVATED            VALUE 'I'.
               88  DH-DELETED                VALUE 'D'.
           03  DH-SOURCE-SYS-CODE        PIC  X(002).
           03  DH-FILE-REF-NO            PIC  X(012).
           03  DH-OPERATOR-ID            PIC  X(008).
           03  DH-BEFORE-IMAGE           PIC  X(295).
           03  DH-AFTER-IMAGE            PIC  X(295).
           03  FILLER                    PIC  X(017).
