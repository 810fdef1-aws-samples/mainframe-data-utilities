      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Working storage for the QC-held quantity lookup (QCHLDRT.cpy).
      * The host moves the item to WS-QCH-ITEM and performs
      * P990-QC-HELD-QTY; WS-QCH-QTY comes back as the quantity still
      * remaining in the item's lots on receiving-inspection hold
      * (LOT-HOLD-CODE 'Q'). That stock is on hand but not free to
      * ship, so the host takes it off on-hand before filling.
      *-----------------------------------------------------------------
       01  WS-QC-HELD-CONTROL.
           05  WS-QCH-ITEM               PIC X(009) VALUE SPACES.
           05  WS-QCH-QTY                PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-QCH-EOF-SW             PIC X(001) VALUE 'N'.
               88  WS-QCH-EOF                VALUE 'Y'.
