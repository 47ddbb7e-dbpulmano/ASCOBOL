      * date names who teaches it, the same latest-dated-row-wins
      * rule PRODMAST.DAT prices by. Maintained by InstrMaint; the
      * roster heading and the workload report read it back.
      * ASG-Section names one section of the course; a blank section
      * covers the whole course, and a section's own row wins over
      * the course-wide one.
      ******************************************************************
       01  InstructorAssignRecord.
           02  ASG-Instructor-Id      PIC X(5).
           02  ASG-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ASG-Effective-Date     PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ASG-Section            PIC X.
