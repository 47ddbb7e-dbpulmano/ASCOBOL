      ******************************************************************
      * LOCSTOCK.CPY
      * Shared stock-by-location layout - LOCSTOCK.DAT. One record
      * per location, product and unit size: the quantity on the
      * shelf there and the quantity dispatched to it by transfer
      * and not yet received. INVENTRY.DAT keeps the whole-business
      * figure - the on-hand and in-transit here add up to it. Stock
      * on INVENTRY.DAT not yet placed at any location (as at the
      * first run with locations) counts as on the first selling
      * location's shelf. StockUpdate, StockTransfer and Stocktake
      * keep it; the allocation reads it.
      ******************************************************************
       01  LocStockRecord.
           02  LCS-Location           PIC X(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LCS-Product-Id         PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LCS-Unit-Size          PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LCS-On-Hand            PIC S9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LCS-In-Transit         PIC 9(5).
