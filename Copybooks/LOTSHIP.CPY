      ******************************************************************
      * LOTSHIP.CPY
      * Shared lot shipment layout - LOTSHIP.DAT. One record per
      * validated sale line per lot it was filled from, appended by
      * StockUpdate as it depletes the lots - a line that spans two
      * lots writes two records. A return restocks the newest lot
      * and is recorded against it with the quantity negative. A
      * blank lot number is stock from before lots were kept, or a
      * shortfall the book could not cover. LotReport's recall trace
      * reads it back by lot.
      ******************************************************************
       01  LotShipRecord.
           02  LS-Lot-Number          PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LS-Product-Id          PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LS-Unit-Size           PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LS-Cus-Id              PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LS-Cus-Name            PIC X(20).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LS-Quantity            PIC S9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LS-Ship-Date           PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LS-SalesPerson         PIC X(3).
