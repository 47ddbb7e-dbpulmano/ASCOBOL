      ******************************************************************
      * SECTMAS.CPY
      * Shared course section record layout - SECTIONS.DAT. One
      * record per parallel group of a course: the section letter,
      * its own seat limit and current head count, and whether it
      * is open. A course with no rows here is taught as one group
      * and its capacity lives on COURSES.DAT alone; a course with
      * rows still keeps its course-wide MaxCapacity-C/CurrEnrolled-C,
      * and every seat taken or freed moves both counts. Maintained
      * by CourseMaint alongside the catalog.
      ******************************************************************
       01  SectionMasterRecord.
           02  SEC-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SEC-Section            PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  SEC-Max-Capacity       PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SEC-Curr-Enrolled      PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SEC-Status             PIC X.
               88  SectionOpen                VALUE "A".
               88  SectionClosed              VALUE "I".
