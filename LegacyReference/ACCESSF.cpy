      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * DIFS inquiry access-log record. Every inquiry program (COBDF01,
      * COBDF12, COBDF38, COBDF44) appends one row per lookup to the
      * protected ACCESSLG dataset: when, which program, who asked (the
      * requestor field keyed on the inquiry card), which subject was
      * searched, and whether anything came back -- so compliance can
      * answer "who accessed this subject" from one dataset. COBDF21
      * prints the monthly activity report from it. For COBDF12's SSN
      * and name searches the search argument itself is logged in the
      * ACC-ID-NO bytes with ACC-ID-STATE spaces. COBDF38 logs each
      * merchant check lookup the same way -- routing number then
      * account -- with the merchant id as requestor. COBDF48 logs
      * every SSN detokenize card, granted or refused, with the token
      * in the ACC-ID-NO bytes, and COBDF34 logs each evidence packet.
      *-----------------------------------------------------------------
       01  REC-ACCESS-LOG.
           03  ACC-RUN-DATE              PIC  9(008).
