      * in a pay period pay at EM-OT-Mult times the rate. Records
      * written before the hours block read in with it as spaces,
      * and the run falls back to the keyed gross for them.
      * EM-Leave-Entitlement is the employee's annual leave for a
      * full leave year in hours; the payroll run accrues it a pay
      * period at a time onto LEAVEBAL.DAT. Records written before
      * it read in as spaces and accrue nothing. EM-Rate-Effective
      * is the date the hourly rate took effect - a rate keyed with
      * an effective date already past leaves a back-pay award on
      * RATECHG.DAT for the arrears run.
      ******************************************************************
       01  EmployeeMasterRecord.
           02  EM-Id                  PIC 9(5).
      * record arriving after the finish date goes to the payroll
      * exception report instead of paying a ghost.
           02  EM-Finish-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  EM-Leave-Entitlement   PIC 9(3)V9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  EM-Rate-Effective      PIC 9(8).
