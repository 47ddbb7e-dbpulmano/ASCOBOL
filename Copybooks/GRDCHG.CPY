      ******************************************************************
      * GRDCHG.CPY
      * Shared grade change record layout - GRDCHG.DAT. One record
      * per grade change keyed against a posted RESULTS.DAT row
      * (student, course and assessment date): the grade on file
      * when it was keyed, the grade asked for, the reason code,
      * who keyed it and when, and - once decided - whether it was
      * approved or rejected, by whom and when. GradeAmend holds a
      * change pending until a supervisor other than the keying
      * operator approves it; only then is the result rewritten.
      ******************************************************************
       01  GradeChangeRecord.
           02  GCH-Change-No          PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-Assess-Date        PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-Old-Grade          PIC X(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-New-Grade          PIC X(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-Reason             PIC X(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-Keyed-By           PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-Keyed-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-Status             PIC X.
               88  ChangePending              VALUE "P".
               88  ChangeApproved             VALUE "A".
               88  ChangeRejected             VALUE "R".
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-Decided-By         PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  GCH-Decided-Date       PIC 9(8).
