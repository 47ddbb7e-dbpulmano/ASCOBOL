      * student billed twice for one course - a resit, a rebill -
      * is two distinct invoices at last. Ascending number is
      * ascending raise order, so a walk of a student's invoices by
      * the alternate key is oldest-first without a sort. A late-
      * payment fee raised by LateFeeRun carries the reserved course
      * code LATE, so nothing mistakes it for a course's tuition.
      * An invoice DebtWriteOff closes as bad debt is status W; the
      * paid amount stays as it was, so what is still unpaid on a W
      * invoice is what a later payment can recover.
      ******************************************************************
       01  InvoiceRecord.
           02  INV-Number             PIC 9(6).
           02  INV-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  INV-CourseCode         PIC X(4).
               88  LateFeeInvoice             VALUE "LATE".
           02  FILLER                 PIC X       VALUE SPACE.
           02  INV-Date               PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  INV-Status             PIC X.
               88  InvoiceOpen                VALUE "O".
               88  InvoicePaid                VALUE "P".
               88  InvoiceWrittenOff          VALUE "W".
