      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Field-level survivorship working storage, copied into the
      * WORKING-STORAGE of each CLIENT loader alongside the SRVJDG.cpy
      * paragraphs. The loader sets WS-SRV-PROGRAM at startup, and
      * WS-SRV-INCOME-SW to 'Y' when its type-1 card carries income.
      * WS-SRV-GROUPS holds the field groups judged for the current
      * card in stamp-slot order (see TRUSTF.cpy), each flagged with
      * whether the incoming value wins; WS-SRV-PRIOR-STAMPS is the
      * feed/date stamp block from the stored row's before image.
      *-----------------------------------------------------------------
       01  WS-SRV-CONTROL.
           05  WS-FS-TRUSTF              PIC X(002) VALUE SPACES.
           05  WS-FS-SRVLOSF             PIC X(002) VALUE SPACES.
           05  WS-SRV-PROGRAM            PIC X(008) VALUE SPACES.
           05  WS-SRV-IX                 PIC 9(002) VALUE ZEROS.
           05  WS-SRV-GRP-CNT            PIC 9(002) VALUE ZEROS.
           05  WS-SRV-WIN-CNT            PIC 9(002) VALUE ZEROS.
           05  WS-SRV-RANK               PIC 9(003) VALUE ZEROS.
           05  WS-SRV-NEW-RANK           PIC 9(003) VALUE ZEROS.
           05  WS-SRV-HELD-RANK          PIC 9(003) VALUE ZEROS.
           05  WS-SRV-LOST               PIC 9(009) VALUE ZEROS.
           05  WS-SRV-HELD               PIC 9(009) VALUE ZEROS.
           05  WS-SRV-LISTED             PIC 9(009) VALUE ZEROS.
           05  WS-TRUSTF-OFF-SW          PIC X(001) VALUE 'N'.
               88  WS-TRUSTF-OFF             VALUE 'Y'.
           05  WS-SRV-INCOME-SW          PIC X(001) VALUE 'N'.
               88  WS-SRV-INCOME             VALUE 'Y'.
           05  WS-SRVLOSF-EOF-SW         PIC X(001) VALUE 'N'.
               88  WS-SRVLOSF-EOF            VALUE 'Y'.

       01  WS-SRV-GROUPS.
           05  WS-SRV-GROUP OCCURS 4 TIMES.
               10  WS-SRV-GRP-CODE       PIC X(004).
               10  WS-SRV-WIN-SW         PIC X(001).
                   88  WS-SRV-WINS           VALUE 'Y'.

       01  WS-SRV-PRIOR-STAMPS.
           05  WS-SRV-PRIOR-STAMP OCCURS 4 TIMES.
               10  WS-SRV-PRIOR-FEED-ID  PIC X(008).
               10  WS-SRV-PRIOR-DATE     PIC 9(008).

       01  WS-SRV-LOSS-LINE.
           05  WS-SLL-CLIENT-ID          PIC Z(08)9.
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SLL-CLIENT-TYPE        PIC Z(03)9.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-SLL-FIELD-GROUP        PIC X(004).
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-SLL-FEED-ID            PIC X(008).
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SLL-FEED-RANK          PIC ZZ9.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-SLL-HELD-FEED-ID       PIC X(008).
           05  FILLER                    PIC X(001) VALUE SPACES.
           05  WS-SLL-HELD-RANK          PIC ZZ9.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-SLL-HELD-DATE          PIC X(008).
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-SLL-CARD-DATA          PIC X(020).

       01  WS-SRV-COUNT-LINE.
           05  WS-SRV-CNT-LABEL          PIC X(020) VALUE SPACES.
           05  FILLER                    PIC X(002) VALUE SPACES.
           05  WS-SRV-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
