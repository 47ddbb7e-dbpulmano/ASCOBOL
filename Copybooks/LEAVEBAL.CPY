      ******************************************************************
      * LEAVEBAL.CPY
      * Shared leave balance record layout - LEAVEBAL.DAT. One record
      * per employee, kept by the payroll run the way PAYYTD.DAT is:
      * the annual leave balance in hours (negative once leave taken
      * runs past what has accrued), what was carried in from last
      * leave year, and the year's accrual and the hours absent of
      * each kind. PayYearEnd carries the balance into the new leave
      * year, held to the policy's carry-over limit, and clears the
      * year's figures.
      ******************************************************************
       01  LeaveBalanceRecord.
           02  LB-Emp-Id              PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LB-Balance             PIC S9(4)V9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LB-Carried-In          PIC S9(4)V9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LB-Accrued-YTD         PIC 9(4)V9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LB-Annual-YTD          PIC 9(4)V9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LB-Sick-YTD            PIC 9(4)V9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LB-Unpaid-YTD          PIC 9(4)V9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LB-Compass-YTD         PIC 9(4)V9.
