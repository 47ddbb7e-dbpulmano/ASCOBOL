       DATA DIVISION.
       FILE SECTION.
      * Same record TRANSFER.DAT carries - id, old and new course,
      * transaction code, effective date, section asked for.
       FD  PendingFile.
       01  PendingRecord.
           02 PD-StudentId         PIC 9(7).
           02 PD-NewCourseCode     PIC X(4).
           02 PD-TransCode         PIC X.
           02 PD-EffectiveDate     PIC 9(8).
           02 PD-NewSection        PIC X.

       FD  PendingWorkFile.
       01  PendingWorkRecord       PIC X(25).

       FD  RawTransferFile.
       01  RawTransferRecord       PIC X(25).

       SD  ListSortFile.
       01  ListSortRecord.
