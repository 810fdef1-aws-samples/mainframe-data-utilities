      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Unload layout card, read by the generic unload (COBCT05). Every
      * file's layout lives in the one card deck under its own
      * LAY-LAYOUT-ID; the run's SYSIN card names the layout wanted
      * and the other cards are skipped. A layout is one 'R' record
      * card followed by its 'F' field cards in column order.
      *
      * 'R' card: LAY-REC-FORMAT 'F' for a fixed-length image, 'V' for
      *           a variable-length one, and LAY-REC-LENGTH the record
      *           length (the longest record for 'V').
      *
      * 'F' card: LAY-FLD-OFFSET is the field's first byte, counting
      *           from 1; LAY-FLD-TYPE is how it is stored:
      *             D  display text or unsigned zoned digits
      *             Z  zoned decimal with trailing overpunch sign
      *             P  packed decimal (COMP-3), up to 10 bytes
      *             B  binary (COMP), 2, 4 or 8 bytes
      *           LAY-FLD-DECIMALS is the implied decimal places of a
      *           Z, P or B field. A field that belongs to one
      *           REDEFINES view only names an earlier field of the
      *           layout in LAY-FLD-WHEN-NAME and the value that field
      *           unloads as in LAY-FLD-WHEN-VALUE -- CLIENT-TYPE 2 for
      *           the address view, say; on other records the column
      *           is left empty.
      *-----------------------------------------------------------------
       01  REC-LAYOUT.
           03  LAY-LAYOUT-ID             PIC  X(008).
           03  LAY-CARD-TYPE             PIC  X(001).
               88  LAY-RECORD-CARD           VALUE 'R'.
               88  LAY-FIELD-CARD            VALUE 'F'.
           03  LAY-CARD-DATA             PIC  X(071).
           03  LAY-RECORD REDEFINES LAY-CARD-DATA.
            05 LAY-REC-FORMAT            PIC  X(001).
               88  LAY-REC-FIXED             VALUE 'F'.
               88  LAY-REC-VARIABLE          VALUE 'V'.
            05 LAY-REC-LENGTH            PIC  9(005).
            05 LAY-REC-DESC              PIC  X(030).
            05 FILLER                    PIC  X(035).
           03  LAY-FIELD  REDEFINES LAY-CARD-DATA.
            05 LAY-FLD-NAME              PIC  X(020).
            05 LAY-FLD-OFFSET            PIC  9(005).
            05 LAY-FLD-LENGTH            PIC  9(003).
            05 LAY-FLD-TYPE              PIC  X(001).
               88  LAY-FLD-DISPLAY           VALUE 'D'.
               88  LAY-FLD-ZONED             VALUE 'Z'.
               88  LAY-FLD-PACKED            VALUE 'P'.
               88  LAY-FLD-BINARY            VALUE 'B'.
            05 LAY-FLD-DECIMALS          PIC  9(002).
            05 LAY-FLD-WHEN-NAME         PIC  X(020).
            05 LAY-FLD-WHEN-VALUE        PIC  X(020).
