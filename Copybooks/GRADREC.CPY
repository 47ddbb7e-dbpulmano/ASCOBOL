      ******************************************************************
      * GRADREC.CPY
      * Shared graduate register record layout - GRADS.DAT. One
      * record per student StudGraduate graduates: the course
      * completed, the term it was completed in (the current term on
      * TERMS.DAT at the time) and the completion date. CertPrint
      * prints the term's parchments from it.
      ******************************************************************
       01  GraduateRecord.
           02  GRD-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GRD-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GRD-Term-Id            PIC X(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GRD-Completion-Date    PIC 9(8).
