      ******************************************************************
      * ARREARS.CPY
      * Shared back-pay schedule record layout - ARREARS.DAT. One
      * record per employee per past pay period PayArrears reworked
      * at a backdated rate: the period's pay date and timesheet
      * hours, the rate it was settled at and the rate now due, the
      * extra gross and the extra tax the banded table takes on it.
      * A record is P (pending) until AddCashPayroll pays it as the
      * arrears line on the next payslip, then D with the pay date.
      * The file is also the memory of what a period has already
      * been made up to, so a second award never pays twice.
      ******************************************************************
       01  ArrearsRecord.
           02  ARR-Emp-Id             PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ARR-Pay-Date           PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ARR-Hours              PIC 9(4)V9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  ARR-Paid-Rate          PIC 9(3)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  ARR-New-Rate           PIC 9(3)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  ARR-Gross              PIC 9(6)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  ARR-Tax                PIC 9(6)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  ARR-Calc-Date          PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ARR-Status             PIC X.
               88  ArrearsPending             VALUE "P".
               88  ArrearsPaid                VALUE "D".
           02  FILLER                 PIC X       VALUE SPACE.
           02  ARR-Paid-Date          PIC 9(8).
