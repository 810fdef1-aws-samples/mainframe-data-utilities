      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Working storage for the supersession lookup (SUPRSRT.cpy). The
      * host sets WS-SUPERSF-OFF-SW when SUPERSF is not defined, moves
      * the item and the date the replacement must be in effect by to
      * the WS-SUP- input fields and performs P975-FIND-REPLACEMENT.
      * When WS-SUP-FOUND, WS-SUP-NEW-ITEM and WS-SUP-RATIO name the
      * replacement and the units of it that stand in for one unit of
      * the old item.
      *-----------------------------------------------------------------
       01  WS-SUPERSESSION-CONTROL.
           05  WS-SUP-OLD-ITEM           PIC X(009) VALUE SPACES.
           05  WS-SUP-AS-OF-DATE         PIC 9(008) VALUE ZEROS.
           05  WS-SUP-NEW-ITEM           PIC X(009) VALUE SPACES.
           05  WS-SUP-RATIO              PIC 9(003)V9(004)
                                          VALUE ZEROS.
           05  WS-SUP-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-SUP-FOUND              VALUE 'Y'.
           05  WS-SUPERSF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-SUPERSF-OFF            VALUE 'Y'.
