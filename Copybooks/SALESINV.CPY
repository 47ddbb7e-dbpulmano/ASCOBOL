      * by SalesReceipts oldest first, and aged by SalesAged.
      * Numbers come in sequence from the SINVNUM.DAT next-number
      * control, so ascending number is ascending raise order.
      * An invoice DebtWriteOff closes as bad debt is status W with
      * the paid amount left as it was - SalesReceipts posts money
      * against the unpaid part as a recovery.
      ******************************************************************
       01  SalesInvoiceRecord.
           02  SIV-Number             PIC 9(6).
           02  SIV-Status             PIC X.
               88  SalesInvoiceOpen           VALUE "O".
               88  SalesInvoicePaid           VALUE "P".
               88  SalesInvoiceWrittenOff     VALUE "W".
