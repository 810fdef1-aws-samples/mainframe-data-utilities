      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Remnant record, 80 bytes: one keyed row per leftover piece of
      * a length-stocked item (STOCK-PRODUCT-LENGTH on the item-user
      * record of the pair). Cutting an order line to length through
      * REMNTRT.cpy (COBST10, and COBST24 releasing a cut backorder)
      * writes the piece left over from a full stock length or from a
      * longer remnant. Lengths are in inches; keyed by item, location
      * and length so a cut draws the shortest remnant that will do
      * before it opens a new full length. RM-CUT-DATE is the day the
      * piece was cut to its present length, and the sequence number
      * separates two pieces of the same length cut the same day.
      * COBST45 ages the file and lists the pieces too short to use.
      *-----------------------------------------------------------------
       01  REC-REMNANT.
           03  RM-KEY.
               05  RM-ITEM-ID            PIC  X(009).
               05  RM-LOCATION           PIC  9(003).
               05  RM-LENGTH             PIC  9(005)V9(004).
               05  RM-CUT-DATE           PIC  9(008).
               05  RM-SEQ-NO             PIC  9(003).
           03  RM-STOCK-LENGTH           PIC  9(005)V9(004).
           03  RM-ORDER-NO               PIC  X(010).
           03  RM-SOURCE                 PIC  X(001).
               88  RM-FROM-FULL-LENGTH       VALUE 'F'.
               88  RM-FROM-REMNANT           VALUE 'R'.
           03  FILLER                    PIC  X(028).
