      ******************************************************************
      * REGSHEET.CPY
      * Shared attendance register sheet layout - ATTREG.DAT. One
      * record per pre-printed register sheet AttendRegister puts
      * out: the sheet number printed on it, the course meeting it
      * covers (course, day, start time, room), the first and last
      * class dates on it, how many student lines and date boxes it
      * carries, and so how many ATTEND.RAW lines keying it must
      * produce. AttendCapture holds every keyed line that quotes
      * a sheet number to that count and marks the sheet keyed, so
      * a sheet keyed short, over or a second time is stopped at
      * capture instead of in the attendance figures.
      ******************************************************************
       01  RegisterSheetRecord.
           02  REG-Sheet-No           PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-Day                PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-Start-Time         PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-Room               PIC X(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-First-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-Last-Date          PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-Student-Count      PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-Date-Count         PIC 9(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-Line-Count         PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-Status             PIC X.
               88  SheetPrinted               VALUE "P".
               88  SheetKeyed                 VALUE "K".
           02  FILLER                 PIC X       VALUE SPACE.
           02  REG-Keyed-Date         PIC 9(8).
