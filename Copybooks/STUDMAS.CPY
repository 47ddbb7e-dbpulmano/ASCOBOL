      * carried through to the archive - the cohort the student
      * started in. Records added before capture read as zeros.
           02  IntakeYear          PIC 9(4).
      * Section of the primary course the student sits in
      * (SECTIONS.DAT) - blank where the course is not split into
      * sections, and on every record written before sections.
           02  CourseSection       PIC X(1).
