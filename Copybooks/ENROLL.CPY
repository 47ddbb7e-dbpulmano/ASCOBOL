      * taking an evening course alongside their main one is finally
      * a record instead of a paper list. The master's CourseCode
      * stays as the primary course during transition; rows here
      * carry every course beyond it. ENR-Section is the section
      * of the course the student sits in, blank where the course
      * is not split into sections.
      ******************************************************************
       01  EnrollmentRecord.
           02  ENR-StudentId          PIC 9(7).
           02  ENR-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ENR-Date               PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ENR-Section            PIC X.
