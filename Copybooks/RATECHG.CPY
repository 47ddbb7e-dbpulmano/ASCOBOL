      ******************************************************************
      * RATECHG.CPY
      * Shared pay award record layout - RATECHG.DAT. One record per
      * hourly rate change EmpMaint keys with an effective date
      * already past: the employee, the rate before and after, the
      * date the new rate took effect, when and by whom it was keyed.
      * The award stays P (pending) until PayArrears has worked the
      * back pay for every period since the effective date, then is
      * marked D (done) with the date of that run.
      ******************************************************************
       01  RateChangeRecord.
           02  RC-Emp-Id              PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RC-Old-Rate            PIC 9(3)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  RC-New-Rate            PIC 9(3)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  RC-Effective-Date      PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RC-Keyed-Date          PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RC-Operator            PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RC-Status              PIC X.
               88  AwardPending               VALUE "P".
               88  AwardDone                  VALUE "D".
           02  FILLER                 PIC X       VALUE SPACE.
           02  RC-Done-Date           PIC 9(8).
