      * Daily police-referral extract off the DIFS master file
      * (DIFSDB.cpy). One record per offense record carrying warrant,
      * booking, or security-action detail, for the investigations
      * team. A subject filed under the SSN carries its SSN token
      * (TOKVLTF.cpy) in PXT-ID-NO in place of the SSN.
      *-----------------------------------------------------------------
       01  REC-POLICE-EXTRACT.
           03  PXT-ID-STATE              PIC  X(02).
