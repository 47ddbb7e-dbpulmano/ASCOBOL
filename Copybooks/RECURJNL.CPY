      ******************************************************************
      * RECURJNL.CPY
      * Shared recurring journal template layout - RECURJNL.DAT. Two
      * kinds of record, told apart by RJ-Record-Type and grouped by
      * RJ-Template-No:
      *   "H" - the template: the day of the month it posts on, the
      *         first and last months it runs (a zero last month runs
      *         until cancelled), the last month it was generated
      *         for, its status and the description and preparer
      *         each generated journal carries;
      *   "L" - one balanced debit or credit line of the template.
      * Templates are keyed through ManualJournal and generated
      * month by month by RecurJournal.
      ******************************************************************
       01  RecurJnlRecord.
           02  RJ-Template-No         PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RJ-Record-Type         PIC X.
               88  RJ-Template-Header         VALUE "H".
               88  RJ-Template-Line           VALUE "L".
           02  FILLER                 PIC X       VALUE SPACE.
           02  RJ-Detail              PIC X(65).
           02  RJ-Header-Detail REDEFINES RJ-Detail.
               03  RJH-Day            PIC 9(2).
               03  FILLER             PIC X.
               03  RJH-Start-Month    PIC 9(6).
               03  FILLER             PIC X.
               03  RJH-End-Month      PIC 9(6).
               03  FILLER             PIC X.
               03  RJH-Last-Month     PIC 9(6).
               03  FILLER             PIC X.
               03  RJH-Status         PIC X.
                   88  RJH-Active             VALUE "A".
                   88  RJH-Cancelled          VALUE "C".
               03  FILLER             PIC X.
               03  RJH-Description    PIC X(30).
               03  FILLER             PIC X.
               03  RJH-Preparer       PIC X(8).
           02  RJ-Line-Detail REDEFINES RJ-Detail.
               03  RJL-Account        PIC X(8).
               03  FILLER             PIC X.
               03  RJL-Debit          PIC 9(7)V99.
               03  FILLER             PIC X.
               03  RJL-Credit         PIC 9(7)V99.
               03  FILLER             PIC X(37).
