      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Working storage for the DIFS history writer (DIFSHWRT.cpy).
      * The host sets WS-HIST-PROGRAM once at startup, saves
      * DB-WORK-AREA into WS-HIST-BEFORE after it reads a record and
      * before it alters it (SPACES for an add), and sets
      * WS-HIST-ACTION to one of the DIFSHSTF.cpy action codes ahead
      * of each PERFORM of P985-WRITE-HISTORY. WS-HIST-OPERATOR stays
      * spaces unless the run carries an operator.
      *-----------------------------------------------------------------
       01  WS-DIFS-HISTORY-CONTROL.
           05  WS-HIST-PROGRAM           PIC X(008) VALUE SPACES.
           05  WS-HIST-ACTION            PIC X(001) VALUE SPACES.
           05  WS-HIST-OPERATOR          PIC X(008) VALUE SPACES.
           05  WS-HIST-BEFORE            PIC X(295) VALUE SPACES.
           05  WS-HIST-WRITTEN           PIC 9(009) VALUE ZEROS.
