      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Supersession lookup, copied into the PROCEDURE DIVISION of
      * every program that substitutes a replacement item, alongside
      * the SUPRSWK.cpy working storage. The host must provide the
      * SUPERSF file (indexed, random or dynamic access, record
      * REC-SUPERSESSION from SUPERSF.cpy, RECORD KEY SS-KEY) open for
      * input, and WS-FS-SUPERSF. Only the direct replacement is
      * returned; a link not yet in effect, a link to the item itself
      * or one with no ratio is no replacement.
      *-----------------------------------------------------------------
       P975-FIND-REPLACEMENT.

           MOVE 'N'    TO WS-SUP-FOUND-SW
           MOVE SPACES TO WS-SUP-NEW-ITEM
           MOVE ZEROS  TO WS-SUP-RATIO

           IF NOT WS-SUPERSF-OFF
              MOVE WS-SUP-OLD-ITEM TO SS-OLD-ITEM-ID

              READ SUPERSF
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF SS-EFFECTIVE-DATE NUMERIC
                      AND SS-EFFECTIVE-DATE
                          NOT GREATER WS-SUP-AS-OF-DATE
                      AND SS-NEW-ITEM-ID NOT EQUAL SPACES
                      AND SS-NEW-ITEM-ID NOT EQUAL WS-SUP-OLD-ITEM
                      AND SS-CONV-RATIO NUMERIC
                      AND SS-CONV-RATIO GREATER ZEROS
                      MOVE 'Y'            TO WS-SUP-FOUND-SW
                      MOVE SS-NEW-ITEM-ID TO WS-SUP-NEW-ITEM
                      MOVE SS-CONV-RATIO  TO WS-SUP-RATIO
                   END-IF
              END-READ

              IF WS-FS-SUPERSF NOT EQUAL '00'
                 AND WS-FS-SUPERSF NOT EQUAL '23'
                 DISPLAY 'READ SUPERSF FS: ' WS-FS-SUPERSF
                 PERFORM P999-ERROR THRU P999-ERROR-EXIT
              END-IF
           END-IF
           .

       P975-FIND-REPLACEMENT-EXIT.
           EXIT.
