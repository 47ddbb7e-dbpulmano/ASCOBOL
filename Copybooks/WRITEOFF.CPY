      ******************************************************************
      * WRITEOFF.CPY
      * Shared bad-debt write-off record layout - WRITEOFF.DAT. One
      * record per write-off keyed through DebtWriteOff against a
      * single invoice: the ledger it sits on (T a tuition invoice
      * on INVOICE.DAT, S a sales invoice on SALESINV.DAT), the
      * invoice, its student or customer, the reason code, the
      * unpaid balance, who keyed it and when, and - once decided -
      * whether a supervisor other than the keying operator
      * approved or rejected it, by whom and when. On approval the
      * amount is the balance actually written off.
      ******************************************************************
       01  WriteOffRecord.
           02  WOF-Number             PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WOF-Ledger             PIC X.
               88  TuitionWriteOff            VALUE "T".
               88  SalesWriteOff              VALUE "S".
           02  FILLER                 PIC X       VALUE SPACE.
           02  WOF-Invoice            PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WOF-Party-Id           PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WOF-Reason             PIC X(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WOF-Amount             PIC 9(7)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  WOF-Keyed-By           PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WOF-Keyed-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WOF-Status             PIC X.
               88  WriteOffPending            VALUE "P".
               88  WriteOffApproved           VALUE "A".
               88  WriteOffRejected           VALUE "R".
           02  FILLER                 PIC X       VALUE SPACE.
           02  WOF-Decided-By         PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WOF-Decided-Date       PIC 9(8).
