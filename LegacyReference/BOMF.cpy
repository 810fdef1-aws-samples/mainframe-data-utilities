      * components' on-hand. Maintained by the card-driven COBST31;
      * COBST10 explodes through it when a flagged parent ships, and
      * COBST30 prints the where-used view so a buyer can see which
      * kits drain a component. COBST51 rolls each kit's standard
      * cost up through it for COBST11 to revalue.
      *-----------------------------------------------------------------
       01  REC-BOM.
           03  BOM-KEY.
