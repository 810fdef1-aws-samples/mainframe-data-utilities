      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Working storage for the operator authorization check
      * (OPAUTHRT.cpy). The host declares OPRAUTF (OPRAUTF.cpy, keyed
      * random on OPA-KEY, status WS-FS-OPRAUTF) and MNTLOGF
      * (MNTLOGF.cpy, status WS-FS-MNTLOGF), moves its own program id
      * to WS-OPA-PROGRAM and performs P992-OPEN-AUTH at startup. For
      * each card it moves the card's operator id and action code to
      * WS-OPA-OPERATOR and WS-OPA-ACTION and performs
      * P994-CHECK-AUTH; a card that comes back without WS-OPA-GRANTED
      * goes to EXCEPF under WS-OPA-REASON and WS-OPA-TEXT and is not
      * applied. P993-CLOSE-AUTH closes both files at the end.
      *-----------------------------------------------------------------
       01  WS-OPA-CONTROL.
           05  WS-FS-OPRAUTF             PIC X(002) VALUE SPACES.
           05  WS-FS-MNTLOGF             PIC X(002) VALUE SPACES.
           05  WS-OPA-PROGRAM            PIC X(008) VALUE SPACES.
           05  WS-OPA-OPERATOR           PIC X(008) VALUE SPACES.
           05  WS-OPA-ACTION             PIC X(001) VALUE SPACES.
           05  WS-OPA-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-OPA-TIME               PIC 9(008) VALUE ZEROS.
           05  WS-OPA-REASON             PIC X(004) VALUE SPACES.
           05  WS-OPA-TEXT               PIC X(040) VALUE SPACES.
           05  WS-OPA-CHECKED            PIC 9(009) VALUE ZEROS.
           05  WS-OPA-REFUSED            PIC 9(009) VALUE ZEROS.
           05  WS-OPA-GRANTED-SW         PIC X(001) VALUE 'N'.
               88  WS-OPA-GRANTED            VALUE 'Y'.
           05  WS-OPA-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-OPA-FOUND              VALUE 'Y'.
           05  WS-OPA-EXPIRED-SW         PIC X(001) VALUE 'N'.
               88  WS-OPA-EXPIRED            VALUE 'Y'.
           05  WS-OPRAUTF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-OPRAUTF-OFF            VALUE 'Y'.
