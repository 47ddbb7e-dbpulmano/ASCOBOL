      ******************************************************************
      * ADVSTAND.CPY
      * Shared advanced-standing record layout - ADVSTAND.DAT. One
      * record per course of ours a student is exempted from on
      * credit earned elsewhere: the awarding institution, the
      * equivalent grade it maps to here and the date the credit
      * was recorded. Maintained by AdvStandMaint. The degree audit
      * and the prerequisite check take an exemption as the
      * requirement met; the transcript prints it as transfer credit
      * in a block of its own, kept out of the GPA.
      ******************************************************************
       01  AdvStandingRecord.
           02  ADV-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ADV-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ADV-Institution        PIC X(30).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ADV-Equiv-Grade        PIC X(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ADV-Date               PIC 9(8).
