      ******************************************************************
      * STKXFER.CPY
      * Shared stock transfer layout - STKXFER.DAT. One record per
      * transfer between locations, numbered as StockTransfer
      * dispatches it. A dispatched transfer is in transit - off the
      * sending shelf, not yet on the receiving one - until the
      * receiving location books it in.
      ******************************************************************
       01  StockTransferRecord.
           02  XF-Number              PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  XF-From-Location       PIC X(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  XF-To-Location         PIC X(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  XF-Product-Id          PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  XF-Unit-Size           PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  XF-Quantity            PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  XF-Status              PIC X.
               88  TransferInTransit          VALUE "T".
               88  TransferReceived           VALUE "R".
           02  FILLER                 PIC X       VALUE SPACE.
           02  XF-Dispatch-Date       PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  XF-Received-Date       PIC 9(8).
