      ******************************************************************
      * LATEFEE.CPY
      * Shared late-payment fee record layout - LATEFEE.DAT. One
      * record per fee LateFeeRun has raised: the fee's own invoice
      * number on INVOICE.DAT, the overdue invoice it was charged
      * on, the student, the run date, the overdue balance it was
      * priced on and the fee itself. A fee the bursar waives
      * through LateFeeWaive keeps its record, marked W with the
      * amount waived, the date and the reason keyed. LateFeeRun
      * reads the file so an invoice is charged at most once in a
      * calendar month.
      ******************************************************************
       01  LateFeeRecord.
           02  LFE-Fee-Number         PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LFE-Invoice            PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LFE-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LFE-Date               PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LFE-Base-Amount        PIC 9(7)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LFE-Fee-Amount         PIC 9(5)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LFE-Status             PIC X.
               88  LateFeeRaised              VALUE "R".
               88  LateFeeWaived              VALUE "W".
           02  FILLER                 PIC X       VALUE SPACE.
           02  LFE-Waived-Amount      PIC 9(5)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LFE-Waive-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LFE-Waive-Reason       PIC X(30).
