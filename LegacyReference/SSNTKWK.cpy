      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Working storage for the SSN tokenizing routine (SSNTKRT.cpy).
      * The host sets WS-TKN-PROGRAM once at startup. To send an SSN
      * it moves the value to WS-TKN-SSAN, performs
      * P986-TOKENIZE-SSAN and sends WS-TKN-TOKEN; to send a subject
      * id number it moves the id to WS-TKN-ID-NO, performs
      * P987-TOKENIZE-ID-NO and sends WS-TKN-ID-NO back. A subject
      * filed under the SSN itself -- nine digits and nothing else in
      * the id -- has the id replaced by the token too.
      *-----------------------------------------------------------------
       01  WS-SSN-TOKEN-CONTROL.
           05  WS-TKN-PROGRAM            PIC X(008) VALUE SPACES.
           05  WS-TKN-SSAN               PIC X(009) VALUE SPACES.
           05  WS-TKN-TOKEN              PIC X(009) VALUE SPACES.
           05  WS-TKN-ID-NO              PIC X(024) VALUE SPACES.
           05  WS-TKN-ID-NO-SPLIT REDEFINES WS-TKN-ID-NO.
               10  WS-TKN-ID-SSAN        PIC X(009).
               10  WS-TKN-ID-REST        PIC X(015).
           05  WS-TKN-CANDIDATE.
               10  FILLER                PIC X(001) VALUE 'T'.
               10  WS-TKN-CAND-DIGITS    PIC 9(008) VALUE ZEROS.
           05  WS-TKN-SEED               PIC 9(010) VALUE ZEROS.
           05  WS-TKN-PRODUCT            PIC 9(015) VALUE ZEROS.
           05  WS-TKN-QUOTIENT           PIC 9(015) VALUE ZEROS.
           05  WS-TKN-TIME               PIC 9(008) VALUE ZEROS.
           05  WS-TKN-DATE               PIC 9(008) VALUE ZEROS.
           05  WS-TKN-SENT               PIC 9(009) VALUE ZEROS.
           05  WS-TKN-ASSIGNED           PIC 9(009) VALUE ZEROS.
           05  WS-TKN-FREE-SW            PIC X(001) VALUE 'N'.
               88  WS-TKN-TOKEN-FREE         VALUE 'Y'.
