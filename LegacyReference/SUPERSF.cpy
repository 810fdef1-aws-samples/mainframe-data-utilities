      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Item supersession record: one keyed row per superseded item,
      * naming the item that replaces it from SS-EFFECTIVE-DATE on.
      * SS-CONV-RATIO is how many units of the replacement stand in
      * for one unit of the old item (a dozen-pack replaced by a
      * six-pack carries 2). Maintained from SUPCARDS by COBST47.
      * Once the old item's on-hand runs out, COBST10 ships an order
      * line's shortfall from the replacement and COBST24 does the
      * same when it releases the old item's backorders (see
      * SUPRSRT.cpy). A replacement may itself be superseded; COBST48
      * reports the chains longer than one step and those that loop.
      *-----------------------------------------------------------------
       01  REC-SUPERSESSION.
           03  SS-KEY.
               05  SS-OLD-ITEM-ID        PIC  X(009).
           03  SS-NEW-ITEM-ID            PIC  X(009).
           03  SS-EFFECTIVE-DATE         PIC  9(008).
           03  SS-CONV-RATIO             PIC  9(003)V9(004).
           03  SS-ADDED-DATE             PIC  9(008).
           03  SS-CHANGED-DATE           PIC  9(008).
           03  FILLER                    PIC  X(031).
