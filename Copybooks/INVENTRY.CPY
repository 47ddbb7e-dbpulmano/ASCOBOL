      * the reorder level. Receipts book stock in, the validated
      * sales deplete it nightly (negative returns restock), and
      * the reorder report flags anything at or below its level.
      * The order quantity is what PurchaseOrders buys in one go
      * when the line falls to its level - zero (or spaces on an
      * old-format row) keeps the refill-to-twice-the-level rule.
      * ReorderAccept sets both from the demand proposals.
      ******************************************************************
       01  InventoryRecord.
           02  IN-Product-Id          PIC X.
           02  IN-On-Hand             PIC S9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  IN-Reorder-Level       PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  IN-Order-Qty           PIC 9(5).
