      * due dates instead of the invoice date, so a student exactly
      * on schedule stops showing delinquent. Installments are keyed
      * in due-date order within a plan - the file order is the
      * schedule. DDCollect marks an installment it has sent to the
      * bank under a direct-debit mandate as in collection (C); it
      * is still owed until the money lands and TuitionPayments
      * marks it met, and DDReturns puts a returned one back open.
      ******************************************************************
       01  PaymentPlanRecord.
           02  PLN-StudentId          PIC 9(7).
           02  PLN-Status             PIC X.
               88  InstallmentOpen            VALUE "O".
               88  InstallmentMet             VALUE "M".
               88  InstallmentInCollection    VALUE "C".
