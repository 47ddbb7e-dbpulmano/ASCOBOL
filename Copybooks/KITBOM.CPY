      ******************************************************************
      * KITBOM.CPY
      * Shared gift-set bill of materials layout - KITBOM.DAT. One
      * record per component of a kit: the kit's product and unit
      * size (the kit is priced off its own PRODMAST.DAT row like
      * any oil) and the component product, unit size and quantity
      * that go into one kit. A product and size with rows here is
      * a kit: StockUpdate books assembled kits in from KITASSM.DAT
      * by drawing the components down, sells assembled kits first
      * and makes up any more from the components, and the reorder
      * report and PurchaseOrders net the components needed to
      * build kits back up. StockValuation costs a kit from its
      * components. A component is always a plain oil - a kit is
      * not built from other kits.
      ******************************************************************
       01  KitBomRecord.
           02  KB-Kit-Id              PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  KB-Kit-Size            PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  KB-Comp-Id             PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  KB-Comp-Size           PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  KB-Comp-Qty            PIC 9(3).
