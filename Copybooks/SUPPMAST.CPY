      * SUPPMAST.CPY
      * Shared supplier master record layout - SUPPMAST.DAT. One
      * record per supplier: id, name, quoted lead time in days and
      * status, with the payment terms in days and the bank sort
      * code and account the supplier is paid into (zero when none
      * has been given). Which products each supplier provides
      * lives on the SUPPROD.DAT pairs file (SUPPROD.CPY). Kept by
      * SupplierMaint; PurchaseOrders picks the supplier for a
      * reorder from here; SupplierPayRun pays invoices on the terms
      * and to the account held here.
      ******************************************************************
       01  SupplierMasterRecord.
           02  SPL-Supplier-Id        PIC X(4).
           02  SPL-Status             PIC X.
               88  ActiveSupplier             VALUE "A".
               88  ClosedSupplier             VALUE "C".
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPL-Terms-Days         PIC 9(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPL-Sort-Code          PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPL-Account-No         PIC 9(8).
