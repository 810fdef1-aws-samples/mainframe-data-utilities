      * Shared runtime parameter record. One keyed row per operational
      * threshold, read at startup by the programs that used to carry
      * the value as a compiled constant (COBST07's warning window,
      * COBDF07's purge aging, COBKS05's income ceiling, COBST36's
      * buyer approval limits, COBST38's invoice match tolerances),
      * so data control can tune a limit without a source change. A
      * missing row -- or a missing file on a region that has not
      * defined it yet -- leaves the program's compiled default in
      * effect, and every program prints the values it actually ran
      * with.
      *-----------------------------------------------------------------
       01  REC-PARAMETER.
           03  PRM-KEY.
