      ******************************************************************
      * LEAVEPOL.CPY
      * Shared leave policy record layout - LEAVEPOL.DAT. One record,
      * keyed without the points, so the terms of employment change
      * without a program change: pay periods in the leave year (the
      * accrual divides the entitlement by it), the hours in a
      * working day, the sick days paid in a leave year, the sick
      * pay rate as a multiplier of the hourly rate (080 pays 0.80),
      * and the most annual leave, in hours, that may carry into the
      * next leave year. Each field is checked NUMERIC by the program
      * reading it before it is trusted.
      ******************************************************************
       01  LeavePolicyRecord.
           02  LVP-Periods-X          PIC X(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LVP-Day-Hours-X        PIC X(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LVP-Sick-Days-X        PIC X(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LVP-Sick-Rate-X        PIC X(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LVP-Carry-Max-X        PIC X(4).
