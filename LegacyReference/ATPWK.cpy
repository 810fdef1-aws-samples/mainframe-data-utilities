      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Working storage for the available-to-promise routine
      * (ATPRT.cpy). The host performs P930-LOAD-ATP-TABLES once to
      * take the open backorders, the unposted order lines and the
      * open PO lines into the tables below, then for each item moves
      * it to WS-ATP-ITEM and performs P940-BUILD-ATP. The item comes
      * back as one WS-ATL- row per location -- on hand, held lots,
      * backorders, unposted orders and what is free to promise now --
      * and its open PO lines in due-date order in the WS-ATT-
      * timeline, all arriving at WS-ATP-RCV-LOC, the location
      * COBST10 books a receipt to when the card names none.
      *
      * The host sets the -OFF switch of any of BACKORDF, ORDTRAN,
      * OPENPOF or STKLOTF that is not defined; the file then simply
      * contributes nothing.
      *-----------------------------------------------------------------
       01  WS-ATP-CONTROL.
           05  WS-ATP-ITEM               PIC X(009) VALUE SPACES.
           05  WS-ATP-DMD-ITEM           PIC X(009) VALUE SPACES.
           05  WS-ATP-RCV-LOC            PIC 9(003) VALUE 1.
           05  WS-ATP-LOC-KEY            PIC 9(003) VALUE ZEROS.
           05  WS-ATP-HELD-QTY           PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ATP-HELD-LEFT          PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ATP-TAKE               PIC S9(009)V9(004)
                                          VALUE ZEROS.
           05  WS-ATP-IX                 PIC 9(005) VALUE ZEROS.
           05  WS-ATP-JX                 PIC 9(005) VALUE ZEROS.
           05  WS-ATL-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-ATL-JX                 PIC 9(003) VALUE ZEROS.
           05  WS-ATT-IX                 PIC 9(003) VALUE ZEROS.
           05  WS-ATT-JX                 PIC 9(003) VALUE ZEROS.
           05  WS-ATP-CUT-SKIPPED        PIC 9(009) VALUE ZEROS.
           05  WS-ATP-EOF-SW             PIC X(001) VALUE 'N'.
               88  WS-ATP-EOF                VALUE 'Y'.
           05  WS-ATP-FOUND-SW           PIC X(001) VALUE 'N'.
               88  WS-ATP-FOUND              VALUE 'Y'.
           05  WS-ATP-STOP-SW            PIC X(001) VALUE 'N'.
               88  WS-ATP-STOP               VALUE 'Y'.
           05  WS-BACKORDF-OFF-SW        PIC X(001) VALUE 'N'.
               88  WS-BACKORDF-OFF           VALUE 'Y'.
           05  WS-ORDTRAN-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-ORDTRAN-OFF            VALUE 'Y'.
           05  WS-OPENPOF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-OPENPOF-OFF            VALUE 'Y'.
           05  WS-STKLOTF-OFF-SW         PIC X(001) VALUE 'N'.
               88  WS-STKLOTF-OFF            VALUE 'Y'.

      *-----------------------------------------------------------------
      * Committed demand by item and location: backorders still owed
      * and order lines not yet posted. A line with no location comes
      * off location 001, as COBST10 ships it.
      *-----------------------------------------------------------------
       01  WS-ATD-TABLE.
           05  WS-ATD-CNT                PIC 9(005) VALUE ZEROS.
           05  WS-ATD-ENTRY OCCURS 5000 TIMES.
               10  WS-ATD-ITEM           PIC X(009).
               10  WS-ATD-LOC            PIC 9(003).
               10  WS-ATD-BACKORD-QTY    PIC S9(009)V9(004).
               10  WS-ATD-ORDER-QTY      PIC S9(009)V9(004).

      *-----------------------------------------------------------------
      * Open PO lines: what is still to come in, and when it is due.
      *-----------------------------------------------------------------
       01  WS-ATS-TABLE.
           05  WS-ATS-CNT                PIC 9(005) VALUE ZEROS.
           05  WS-ATS-ENTRY OCCURS 5000 TIMES.
               10  WS-ATS-ITEM           PIC X(009).
               10  WS-ATS-DUE-DATE       PIC 9(008).
               10  WS-ATS-QTY            PIC S9(009)V9(004).

      *-----------------------------------------------------------------
      * The item being built, one row per location. NET is what is
      * free to promise from the location today.
      *-----------------------------------------------------------------
       01  WS-ATL-TABLE.
           05  WS-ATL-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-ATL-ENTRY OCCURS 100 TIMES.
               10  WS-ATL-LOC            PIC 9(003).
               10  WS-ATL-ON-HAND        PIC S9(009)V9(004).
               10  WS-ATL-HELD           PIC S9(009)V9(004).
               10  WS-ATL-BACKORD        PIC S9(009)V9(004).
               10  WS-ATL-ORDERS         PIC S9(009)V9(004).
               10  WS-ATL-NET            PIC S9(009)V9(004).

      *-----------------------------------------------------------------
      * The item's open PO quantity by due date, earliest first; one
      * row per date.
      *-----------------------------------------------------------------
       01  WS-ATT-TABLE.
           05  WS-ATT-CNT                PIC 9(003) VALUE ZEROS.
           05  WS-ATT-ENTRY OCCURS 200 TIMES.
               10  WS-ATT-DATE           PIC 9(008).
               10  WS-ATT-QTY            PIC S9(009)V9(004).
