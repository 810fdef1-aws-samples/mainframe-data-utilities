      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Survivorship loss record. The CLIENT loaders write one row for
      * every field group whose incoming value was not applied because
      * a more trusted feed (see TRUSTF.cpy) last set the stored
      * value: the losing feed and its rank, the feed and date held
      * on CLIENT with that feed's rank, and the original input card,
      * so data stewardship can see exactly what was turned away.
      *-----------------------------------------------------------------
       01  REC-SURV-LOSS.
           03  SVL-BUSINESS-DATE         PIC  9(008).
           03  SVL-PROGRAM-ID            PIC  X(008).
           03  SVL-CLIENT-ID             PIC  9(009).
           03  SVL-CLIENT-TYPE           PIC  9(004).
           03  SVL-FIELD-GROUP           PIC  X(004).
           03  SVL-FEED-ID               PIC  X(008).
           03  SVL-FEED-RANK             PIC  9(003).
           03  SVL-HELD-FEED-ID          PIC  X(008).
           03  SVL-HELD-RANK             PIC  9(003).
           03  SVL-HELD-DATE             PIC  9(008).
           03  SVL-INPUT                 PIC  X(080).
           03  FILLER                    PIC  X(017).
