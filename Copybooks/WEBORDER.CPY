      ******************************************************************
      * WEBORDER.CPY
      * Shared web-shop order line layout - WEBORDER.DAT and
      * WEBHOLD.DAT. WebOrderImport appends one record to
      * WEBORDER.DAT for every export line it accepts, so a web
      * order number can always be traced to the customer it was
      * matched to and whether it went straight onto RELSALES.DAT
      * or waited for a new customer. A line for a customer not yet
      * on CUSTMAST.DAT also rides WEBHOLD.DAT, with the customer id
      * queued for CustMaint, until that customer has been added.
      ******************************************************************
       01  WebOrderRecord.
           02  WO-Order-No            PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Order-Date          PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Oil-Id              PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Unit-Size           PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Quantity            PIC 9(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Line-Value          PIC 9(7)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Cus-Id              PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Disposition         PIC X.
               88  WebLineReleased            VALUE "R".
               88  WebLineHeld                VALUE "H".
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Import-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Cus-Name            PIC X(20).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Email               PIC X(40).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WO-Phone               PIC X(15).
