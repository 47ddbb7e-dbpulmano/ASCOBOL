      ******************************************************************
      * LOTSTOCK.CPY
      * Shared stock lot layout - LOTSTOCK.DAT. One record per
      * supplier lot received of a product and unit size: the
      * supplier's lot number, its best-before date, the date and
      * quantity it came in, and what is left of it. StockUpdate
      * books lots in from RECEIPTS.DAT and depletes them oldest
      * receipt first as the validated sales go out; the INVENTRY.DAT
      * on-hand beyond the lots' total is stock from before lots
      * were kept, and goes out first. An exhausted lot stays on
      * file so a recall can still name it.
      ******************************************************************
       01  LotStockRecord.
           02  LT-Product-Id          PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LT-Unit-Size           PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LT-Lot-Number          PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LT-Best-Before         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LT-Received-Date       PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LT-Qty-Received        PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LT-On-Hand             PIC 9(5).
