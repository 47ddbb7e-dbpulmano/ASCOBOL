      * instructor keeps their record (their name still belongs on
      * old paperwork) but takes no new course assignments.
      * Maintained by InstrMaint; read wherever an instructor's
      * name belongs on a heading. INS-Emp-Id links a sessional
      * instructor to their EMPMAST.DAT employee id so TeachHours
      * can turn the timetable into EMPHOURS.DAT for the payroll
      * run; zero (or spaces on records written before it) means
      * the instructor is not paid by the hour through payroll.
      ******************************************************************
       01  InstructorMasterRecord.
           02  INS-Id                 PIC X(5).
           02  INS-Status             PIC X.
               88  ActiveInstructor           VALUE "A".
               88  LeftInstructor             VALUE "L".
           02  FILLER                 PIC X       VALUE SPACE.
           02  INS-Emp-Id             PIC 9(5).
