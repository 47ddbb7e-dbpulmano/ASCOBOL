      ******************************************************************
      * LOYRATE.CPY
      * Shared loyalty earning-rate record layout - LOYRATE.DAT. One
      * record per product class: the points a sale in that class
      * earns for each 1.00 of its net value, after contract price,
      * quantity break and student discount. A class with no row
      * earns nothing. The rates are a file edit, not a recompile.
      ******************************************************************
       01  LoyaltyRateRecord.
           02  LYR-Class              PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LYR-Points-Rate        PIC 9(2)V99.
