      ******************************************************************
      * EXAMSESS.CPY
      * Shared exam session record layout - EXAMS.DAT. One record
      * per course sitting an end-of-term exam: the date, whether it
      * is the morning or afternoon sitting, and the room it sits
      * in. A date plus a sitting is one exam slot - two exams for
      * the same student in one slot is the clash ExamTimetable
      * hunts for before the timetable is published. Kept by
      * ExamMaint with audit.
      ******************************************************************
       01  ExamSessionRecord.
           02  EXS-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  EXS-Date               PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  EXS-Sitting            PIC X(2).
               88  MorningSitting             VALUE "AM".
               88  AfternoonSitting           VALUE "PM".
           02  FILLER                 PIC X       VALUE SPACE.
           02  EXS-Room               PIC X(6).
