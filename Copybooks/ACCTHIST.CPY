      ******************************************************************
      * ACCTHIST.CPY
      * Shared student account history record layout - ACCTHIST.DAT.
      * One record per money movement on a student's account that
      * leaves no record of its own: a payment TuitionPayments
      * posts, an award TuitionBilling nets off a fee before the
      * invoice is raised, and a credit taken off an open invoice
      * (SeqUpdate's withdrawal credit, GradeAmend's resit credit,
      * LateFeeWaive's fee waiver, DebtWriteOff's bad-debt write-
      * off). A payment that recovers a written-off invoice adds a
      * D record putting the recovered part back on the account,
      * since the payment itself credits it.
      * Invoices and refunds keep their own files. AH-Invoice names
      * the invoice concerned, zero for a payment spread across the
      * account. Appended only; StudStatement reads it back in date
      * order for the statement of account.
      ******************************************************************
       01  AccountHistoryRecord.
           02  AH-StudentId           PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  AH-Date                PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  AH-Type                PIC X.
               88  HistPayment                VALUE "P".
               88  HistAward                  VALUE "A".
               88  HistInvoiceCredit          VALUE "W".
               88  HistDebtRecovered          VALUE "D".
           02  FILLER                 PIC X       VALUE SPACE.
           02  AH-Invoice             PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  AH-Amount              PIC 9(7)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  AH-Source              PIC X(10).
