      ******************************************************************
      * EMPABS.CPY
      * Shared absence transaction record layout - ABSENCE.DAT. One
      * record per employee per day absent in the pay period, keyed
      * alongside the timesheets on EMPHOURS.DAT: the date, the kind
      * of absence and the hours lost, to the tenth of an hour. The
      * payroll run pays or deducts each kind by the leave policy
      * and moves the employee's leave balance on LEAVEBAL.DAT.
      ******************************************************************
       01  EmployeeAbsenceRecord.
           02  ABS-Emp-Id             PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-Date               PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-Type               PIC X.
               88  AnnualLeaveAbsence         VALUE "A".
               88  SickAbsence                VALUE "S".
               88  UnpaidLeaveAbsence         VALUE "U".
               88  CompassionateAbsence       VALUE "C".
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-Hours              PIC 9(2)V9.
