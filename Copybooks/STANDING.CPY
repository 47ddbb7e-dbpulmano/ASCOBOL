      ******************************************************************
      * STANDING.CPY
      * Shared academic standing record layout - STANDING.DAT. One
      * record per student who has been through an end-of-term
      * standing run: the standing now held (good, warning,
      * probation or suspended), the standing held before the term
      * it was set in, that term, the term and cumulative GPAs it
      * was set on (9V99) and the business date of the run. Written
      * by AcadStanding after GradePost; EnrollUpdate reads it to
      * refuse a new enrollment for a suspended student. A student
      * with no record has never been assessed and is in good
      * standing.
      ******************************************************************
       01  StandingRecord.
           02  STD-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  STD-Standing           PIC X.
               88  GoodStanding               VALUE "G".
               88  AcademicWarning            VALUE "W".
               88  AcademicProbation          VALUE "P".
               88  AcademicSuspension         VALUE "S".
           02  FILLER                 PIC X       VALUE SPACE.
           02  STD-Prev-Standing      PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  STD-Term-Id            PIC X(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  STD-Term-GPA           PIC 9V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  STD-Cum-GPA            PIC 9V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  STD-Date               PIC 9(8).
