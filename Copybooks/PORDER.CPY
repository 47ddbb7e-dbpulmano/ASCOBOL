      * from the reorder condition; StockUpdate matches RECEIPTS.DAT
      * arrivals against the open lines oldest first, flags
      * over-receipts and arrivals with no PO, and closes a line
      * when the received quantity covers the order. The unit price
      * agreed on the order and the quantity supplier invoices have
      * been approved for ride the tail of the line - SupplierInvoice
      * matches each invoice against the order, what was received
      * and what was already invoiced. A line written before prices
      * were carried reads its price as zero and holds any invoice.
      ******************************************************************
       01  PurchaseOrderRecord.
           02  PO-Number              PIC 9(6).
           02  PO-Status              PIC X.
               88  PurchaseOrderOpen          VALUE "O".
               88  PurchaseOrderFilled        VALUE "F".
           02  FILLER                 PIC X       VALUE SPACE.
           02  PO-Unit-Price          PIC 9(3)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  PO-Qty-Invoiced        PIC 9(5).
