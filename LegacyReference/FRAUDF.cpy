      *-----------------------------------------------------------------
      * Daily fraud-indicator extract off the DIFS master file
      * (DIFSDB.cpy). One record per DIFS record carrying a non-blank
      * DB-TR-FRAUD-INDICATOR, for the fraud team to review. A
      * subject filed under the SSN carries its SSN token (TOKVLTF.cpy)
      * in FRD-ID-NO in place of the SSN.
      *-----------------------------------------------------------------
       01  REC-FRAUD.
           03  FRD-ID-STATE              PIC  X(02).
