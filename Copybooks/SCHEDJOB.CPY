      * frequency (N nightly, P period, M monthly), and up to two
      * predecessor stamp names that must show complete for the
      * business date before this job may start. Blank predecessors
      * mean the job is free to run. A day rule of W holds the job
      * to working days on the shop calendar (CALENDAR.DAT) - on a
      * business date the office is shut it is not due, and a job
      * waiting on it is not held up; blank runs it on any date.
      ******************************************************************
       01  ScheduleJobRecord.
           02  JOB-Name               PIC X(10).
           02  JOB-Pred-1             PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  JOB-Pred-2             PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  JOB-Day-Rule           PIC X.
               88  WorkingDaysOnly            VALUE "W".
