      ******************************************************************
      * VATTRAN.CPY
      * Shared output VAT transaction layout - VATTRAN.DAT. One
      * record for every amount of output VAT posted to VATPAYBL:
      * each priced sales line from AromaSalesRpt (a return or
      * credit line carries a negative net and VAT) under its
      * customer and product, and each carriage charge SalesInvoicing
      * adds to an invoice under the invoice number. The date is the
      * ledger date the VAT was journalled on and the category is
      * the VatRateTable entry it was charged at - 1 standard, 2
      * reduced, 3 second reduced, 4 zero. VatReturn totals the
      * quarter's records into the return's boxes and lists them
      * as the transactions behind each box.
      ******************************************************************
       01  VatTranRecord.
           02  VT-Date                PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  VT-Source              PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  VT-Reference           PIC X(12).
           02  FILLER                 PIC X       VALUE SPACE.
           02  VT-Vat-Category        PIC 9.
               88  VT-Standard-Rate           VALUE 1.
               88  VT-Reduced-Rate            VALUE 2.
               88  VT-Second-Reduced          VALUE 3.
               88  VT-Zero-Rate               VALUE 4.
           02  FILLER                 PIC X       VALUE SPACE.
           02  VT-Net                 PIC S9(7)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  VT-Vat                 PIC S9(7)V99.
