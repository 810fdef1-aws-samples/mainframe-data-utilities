025135         88  STOCK-CLASS-B              VALUE 'B'.
025136         88  STOCK-CLASS-C              VALUE 'C'.
025137         88  STOCK-UNCLASSIFIED         VALUE ' '.
025138*    RECEIVING INSPECTION FLAG SET BY ITEM MAINTENANCE (COBST09).
025139*    LOTS RECEIVED FOR A FLAGGED ITEM ARE BOOKED ON HOLD UNTIL
025140*    QUALITY CONTROL DISPOSES OF THEM THROUGH COBST52.
025141     05  STOCK-INSPECT-IND           PIC X(01).
025142         88  STOCK-INSPECT-REQUIRED     VALUE 'Y'.
025143         88  STOCK-NO-INSPECTION        VALUE 'N' ' '.
025144     05  FILLER                      PIC X(07).
025193     05  STOCK-CONVERSION-DATA  OCCURS  2 TIMES.                
025194         10  STOCK-ALTERNATE-U-M       PIC X(04).               
025195         10  STOCK-CONVERSION-FACTOR   PIC 9(05)V9(04)  COMP-3. 
