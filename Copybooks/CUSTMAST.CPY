      * includes this one instead, so the address lands at the same
      * offset no matter who wrote the record. Records written
      * before the address block read in with the block as spaces.
      * The invoicing terms follow the contact: D holds the
      * customer's invoice until the period's proof of delivery is
      * in; space or N invoices at period close as always.
      ******************************************************************
       01  CustomerMasterRecord.
           02  CM-Cus-Id              PIC 9(5).
           02  CM-PostalCode          PIC X(8).
           02  CM-Phone               PIC X(12).
           02  CM-Contact             PIC X(20).
           02  CM-Invoice-Terms       PIC X.
               88  InvoiceOnDelivery          VALUE "D".
               88  InvoiceAtPeriodClose       VALUE "N" " ".
