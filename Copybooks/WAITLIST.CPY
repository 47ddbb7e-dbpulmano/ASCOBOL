      * transfer that failed only on capacity is parked here in
      * arrival order by SeqUpdate/StudMaint, and WaitlistPromote
      * enrolls the longest-waiting student whenever a withdrawal or
      * delete frees a seat on the course. WL-Section is the
      * section asked for - blank takes a seat in any section.
      ******************************************************************
       01  WaitlistRecord.
           02  WL-StudentId           PIC 9(7).
           02  WL-Date                PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WL-Time                PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  WL-Section             PIC X.
