      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Capacity history: one row per file, record type and night,
      * kept as a dated generation by the capacity forecast (COBNS14).
      * The master files' rows are the night's integrity-manifest
      * counts (MANIFSTF, written by COBNS08), '**' being the file
      * total; the side files are counted whole by COBNS14 itself and
      * carry a '**' row only. Each night's run reads the previous
      * generation, drops the nights past the PARAMF retention, and
      * writes the next generation with the night added.
      *-----------------------------------------------------------------
       01  REC-CAPACITY-HISTORY.
           03  CH-FILE-ID                PIC  X(008).
           03  CH-REC-TYPE               PIC  X(002).
           03  CH-RUN-DATE               PIC  9(008).
           03  CH-COUNT                  PIC  9(009).
           03  CH-SOURCE                 PIC  X(001).
               88  CH-FROM-MANIFEST          VALUE 'M'.
               88  CH-FROM-SIDE-FILE         VALUE 'S'.
           03  FILLER                    PIC  X(012).
