      * and the room it meets in. Maintained by ScheduleMaint
      * alongside the catalog; EnrollUpdate reads it to refuse an
      * enrollment that would put one student in two rooms at the
      * same hour. SCH-Section names the section of the course the
      * meeting belongs to (SECTIONS.DAT); a blank section is a
      * meeting every section of the course attends.
      ******************************************************************
       01  ScheduleRecord.
           02  SCH-CourseCode         PIC X(4).
           02  SCH-End-Time           PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SCH-Room               PIC X(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SCH-Section            PIC X.
