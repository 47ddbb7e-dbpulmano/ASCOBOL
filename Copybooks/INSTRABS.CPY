      ******************************************************************
      * INSTRABS.CPY
      * Shared instructor absence record layout - INSTRABS.DAT. One
      * record per dated class meeting an instructor could not take:
      * the meeting as SCHEDULE.DAT has it (course, section, start
      * and end time) on the date it fell, and what became of it -
      * taught by a substitute named in ABS-Cover-Id, or cancelled.
      * Recorded by InstrAbsence, which sends the cancellation
      * notices; AttendReport leaves a cancelled session out of the
      * attendance count and InstrWorkload totals cover taught and
      * classes lost per instructor.
      ******************************************************************
       01  InstrAbsenceRecord.
           02  ABS-Instructor-Id      PIC X(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-Section            PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-Date               PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-Start-Time         PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-End-Time           PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-Outcome            PIC X.
               88  SessionCovered             VALUE "C".
               88  SessionCancelled           VALUE "X".
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-Cover-Id           PIC X(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-Recorded-Date      PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ABS-Recorded-By        PIC X(8).
