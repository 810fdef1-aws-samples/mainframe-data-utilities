      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * Client communication history. Every outbound extract that
      * sends something to or about a client appends one row here per
      * client contact, so servicing can answer "what did you send
      * me" from one file (COBKS49 lists a client's contacts or counts
      * a month's by channel and document type).
      *
      *   Producer  Channel  Document  Address used
      *   COBKS09   CRM      CRMPROF   e-mail, else postal address
      *   COBKS20   FEED     FEEDACK   sending feed id
      *   COBKS23   MAIL     MILESTON  type-2 postal address
      *   COBKS29   MAIL     STATEMNT  type-2 postal address
      *
      * CH-ADDR-FORM says which view of CH-ADDRESS is filled in; a
      * CRM profile for a client with neither an e-mail nor a postal
      * address carries form space and a blank address.
      *-----------------------------------------------------------------
       01  REC-COMM-HIST.
           03  CH-CLIENT-ID              PIC  9(009).
           03  CH-CHANNEL                PIC  X(005).
               88  CH-CHANNEL-MAIL           VALUE 'MAIL '.
               88  CH-CHANNEL-CRM            VALUE 'CRM  '.
               88  CH-CHANNEL-FEED           VALUE 'FEED '.
           03  CH-DOC-TYPE               PIC  X(008).
               88  CH-DOC-CRM-PROFILE        VALUE 'CRMPROF '.
               88  CH-DOC-FEED-ACK           VALUE 'FEEDACK '.
               88  CH-DOC-MILESTONE          VALUE 'MILESTON'.
               88  CH-DOC-STATEMENT          VALUE 'STATEMNT'.
           03  CH-BUSINESS-DATE          PIC  9(008).
           03  CH-ADDR-FORM              PIC  X(001).
               88  CH-ADDR-POSTAL-FORM       VALUE 'P'.
               88  CH-ADDR-EMAIL-FORM        VALUE 'E'.
               88  CH-ADDR-FEED-FORM         VALUE 'F'.
           03  CH-ADDRESS                PIC  X(076).
           03  CH-ADDR-POSTAL REDEFINES  CH-ADDRESS.
            05 CH-ADDR-NUMBER            PIC  9(009).
            05 CH-ADDR-STREET            PIC  X(040).
            05 CH-ADDR-CITY              PIC  X(020).
            05 CH-ADDR-STATE             PIC  X(002).
            05 CH-ADDR-ZIP               PIC  X(005).
           03  CH-ADDR-EMAIL  REDEFINES  CH-ADDRESS.
            05 CH-EMAIL                  PIC  X(038).
            05 FILLER                    PIC  X(038).
           03  CH-ADDR-FEED   REDEFINES  CH-ADDRESS.
            05 CH-FEED-ID                PIC  X(008).
            05 FILLER                    PIC  X(068).
           03  CH-PROGRAM                PIC  X(008).
           03  FILLER                    PIC  X(005).
