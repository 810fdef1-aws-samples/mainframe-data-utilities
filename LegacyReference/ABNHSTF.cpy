      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Abend history: every ABENDF abend-context row (see ABENDF.cpy)
      * carried forward as a dated generation by the abend analysis
      * (COBNS15) for the PARAMF retention period. Each run reads the
      * previous generation, drops the rows past retention, and adds
      * the ABENDF rows stamped later than the newest row already
      * held, so ABENDF itself can keep accumulating between runs
      * without a row being captured twice. AH-CAPTURE-DATE is the
      * date the row was taken onto the history.
      *-----------------------------------------------------------------
       01  REC-ABEND-HISTORY.
           03  AH-PROGRAM-ID             PIC  X(008).
           03  AH-RUN-DATE               PIC  9(008).
           03  AH-RUN-DATE-R REDEFINES AH-RUN-DATE.
               05  AH-RUN-YYYYMM         PIC  9(006).
               05  AH-RUN-DD             PIC  9(002).
           03  AH-RUN-TIME               PIC  9(008).
           03  AH-FILE-DD                PIC  X(008).
           03  AH-FILE-STATUS            PIC  X(002).
           03  AH-RECORDS-READ           PIC  9(009).
           03  AH-RECORDS-WRITTEN        PIC  9(009).
           03  AH-RECORDS-REJECTED       PIC  9(009).
           03  AH-CURRENT-KEY            PIC  X(042).
           03  AH-CAPTURE-DATE           PIC  9(008).
           03  FILLER                    PIC  X(009).
