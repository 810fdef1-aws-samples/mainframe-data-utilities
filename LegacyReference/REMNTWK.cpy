      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Working storage for the cut-to-length routine (REMNTRT.cpy).
      * The host moves the item, location, order number, cut length
      * (inches), the item's full stock length (inches, from
      * P965-GET-STOCK-LENGTH), the pieces wanted and the full lengths
      * on hand to the WS-CUT- input fields and performs
      * P960-CUT-PIECES. The pieces cut come back with the full
      * lengths opened for them, which are what the host relieves
      * from on-hand; pieces not cut are short.
      *
      * Lengths on cards are feet, inches and a fraction of an inch
      * carried as numerator and denominator digits, the same way as
      * STOCK-PROD-FEET-INCH; P966-CONVERT-LENGTH turns WS-CUT-FEET,
      * WS-CUT-INCH and the fraction digits into WS-CUT-INCHES.
      *-----------------------------------------------------------------
       01  WS-CUT-CONTROL.
           05  WS-CUT-ITEM               PIC X(009) VALUE SPACES.
           05  WS-CUT-LOCATION           PIC 9(003) VALUE ZEROS.
           05  WS-CUT-ORDER-NO           PIC X(010) VALUE SPACES.
           05  WS-CUT-LENGTH             PIC 9(005)V9(004)
                                          VALUE ZEROS.
           05  WS-CUT-STOCK-LENGTH       PIC 9(005)V9(004)
                                          VALUE ZEROS.
           05  WS-CUT-PIECES-WANTED      PIC S9(007) VALUE ZEROS.
           05  WS-CUT-LENGTHS-ON-HAND    PIC S9(010)V9(004)
                                          VALUE ZEROS.
           05  WS-CUT-PIECES-CUT         PIC S9(007) VALUE ZEROS.
           05  WS-CUT-LENGTHS-USED       PIC S9(007) VALUE ZEROS.
           05  WS-CUT-FROM-REMNANT       PIC S9(007) VALUE ZEROS.
           05  WS-CUT-REMNANTS-MADE      PIC S9(007) VALUE ZEROS.
           05  WS-CUT-LEFTOVER           PIC S9(005)V9(004)
                                          VALUE ZEROS.
           05  WS-CUT-LEFT-SOURCE        PIC X(001) VALUE SPACES.
           05  WS-CUT-SHORT-SW           PIC X(001) VALUE 'N'.
               88  WS-CUT-SHORT              VALUE 'Y'.
           05  WS-CUT-REMNANT-SW         PIC X(001) VALUE 'N'.
               88  WS-CUT-REMNANT-FOUND      VALUE 'Y'.
           05  WS-CUT-WRITTEN-SW         PIC X(001) VALUE 'N'.
               88  WS-CUT-WRITTEN            VALUE 'Y'.
           05  WS-CUT-FEET               PIC 9(003) VALUE ZEROS.
           05  WS-CUT-INCH               PIC 9(002) VALUE ZEROS.
           05  WS-CUT-FRAC-NUM           PIC 9(001) VALUE ZEROS.
           05  WS-CUT-FRAC-DEN           PIC 9(001) VALUE ZEROS.
           05  WS-CUT-INCHES             PIC 9(005)V9(004)
                                          VALUE ZEROS.
           05  WS-CUT-TYPE-IX            PIC 9(001) VALUE ZEROS.
