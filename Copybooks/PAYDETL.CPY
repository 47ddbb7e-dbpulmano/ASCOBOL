      * net. Written fresh by AddCashPayroll every run;
      * PayslipPrint turns it into the written statement each
      * employee is legally owed, and its control page totals back
      * to the register. The run's date, the timesheet hours and
      * the hourly rate gross was worked from ride on each record,
      * and every record is appended to PAYDHIST.DAT as well, so the
      * arrears run can rework a past period at a new rate. Back pay
      * paid this run rides separately as arrears gross and the tax
      * on it; PD-Net includes it.
      ******************************************************************
       01  PayDetailRecord.
           02  PD-Emp-Id              PIC 9(5).
           02  PD-Pension             PIC 9(6)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  PD-Net                 PIC 9(6)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  PD-Pay-Date            PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PD-Hours               PIC 9(4)V9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  PD-Rate                PIC 9(3)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  PD-Arrears-Gross       PIC 9(6)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  PD-Arrears-Tax         PIC 9(6)V99.
