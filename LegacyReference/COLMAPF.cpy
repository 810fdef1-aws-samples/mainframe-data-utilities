      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Delimited-feed column map card: one card per INPUTF field a
      * comma-separated partner feed supplies, naming the column by
      * the text of its heading on the feed's header row (matched
      * without regard to case). COBKS48 reads the cards for the feed
      * it is converting and ignores the rest, so every partner's map
      * lives in the one card deck. CM-DEFAULT is used where the
      * column is left empty on a row, or for every row when
      * CM-HEADER is blank -- typically a fixed CLIENT-TYPE for a
      * partner that only ever sends one kind of record.
      *
      * CM-FIELD names the INPUTF field:
      *   ID       INPUTF-ID            TYPE     INPUTF-TYPE
      *   NAME     INPUTF-NAME          BDATE    INPUTF-BDATE
      *   EDLVL    INPUTF-ED-LVL        INCOME   INPUTF-INCOME
      *   ADDRNUM  INPUTF-ADDR-NUMBER   STREET   INPUTF-ADDR-STREET
      *   CITY     INPUTF-ADDR-CITY     STATE    INPUTF-ADDR-STATE
      *   ZIP      INPUTF-ADDR-ZIP      PHONE    INPUTF-PHONE
      *   EMAIL    INPUTF-EMAIL         DELTYPE  INPUTF-DEL-TARGET-TYPE
      *   EMPLOYER INPUTF-EMPLOYER-NAME HIREDATE INPUTF-HIRE-DATE
      *-----------------------------------------------------------------
       01  REC-COLUMN-MAP.
           03  CM-FEED-ID                PIC  X(008).
           03  CM-FIELD                  PIC  X(008).
           03  CM-HEADER                 PIC  X(030).
           03  CM-DEFAULT                PIC  X(020).
           03  FILLER                    PIC  X(014).
