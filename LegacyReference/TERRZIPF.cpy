      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * ZIP-to-service-territory table: one keyed row per ZIP code
      * naming the branch territory that services clients living
      * there. A row may carry a whole five-digit ZIP or only its
      * three-digit sectional prefix followed by two spaces; COBKS51
      * tries the client's full ZIP first and falls back to the
      * prefix, so a territory covering a whole section needs one row.
      * Maintained by the card-driven COBKS50.
      *-----------------------------------------------------------------
       01  REC-TERR-ZIP.
           03  TZ-KEY.
               05  TZ-ZIP                PIC  X(005).
           03  TZ-TERRITORY              PIC  X(006).
           03  TZ-EFFECTIVE-DATE         PIC  9(008).
           03  FILLER                    PIC  X(011).
