      ******************************************************************
      * APINV.CPY
      * Shared supplier invoice line layout - APINV.DAT. One record
      * per invoice line as keyed against a purchase order: the
      * supplier, their invoice number and date, the PO line it
      * bills, the quantity and unit price invoiced, the net and
      * the input VAT the supplier charged. SupplierInvoice matches
      * each line three ways - to the PO quantity and price, to the
      * quantity received and to what is already invoiced - and
      * either approves it, posting it to the ledger, or holds it
      * with the reason. SupplierPayRun pays approved lines and
      * marks them paid; SupplierAged bands what is still owed.
      * The posted date is the ledger date of the input VAT.
      ******************************************************************
       01  SupplierInvoiceRecord.
           02  API-Supplier-Id        PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Invoice-No         PIC X(12).
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Invoice-Date       PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-PO-Number          PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Product-Id         PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Unit-Size          PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Quantity           PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Unit-Price         PIC 9(3)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Net                PIC 9(7)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Vat                PIC 9(7)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Status             PIC X.
               88  InvoiceHeld                VALUE "H".
               88  InvoiceApproved            VALUE "A".
               88  InvoicePaid                VALUE "P".
               88  InvoiceCancelled           VALUE "X".
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Hold-Reason        PIC X(30).
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Keyed-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Posted-Date        PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  API-Paid-Date          PIC 9(8).
