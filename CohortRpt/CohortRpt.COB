           COPY STUDMAS.

      * Mirrors StudentMasterRecord byte-for-byte, including the
      * intake year the archive sweep carries across, followed by
      * the archive and anonymization dates.
       FD  ArchiveFile.
       01  ArchiveRecord.
           02  ARC-StudentId       PIC 9(7).
           02  ARC-StudentAddress  PIC X(56).
           02  ARC-IntakeYear      PIC 9(4).
           02  FILLER              PIC X(1).
      * The date the record left the master and the date
      * StudAnonymize masked it (zero until then).
           02  ARC-Archive-Date    PIC 9(8).
           02  ARC-Anon-Date       PIC 9(8).

       FD  ReportFile.
       01  ShowReport               PIC X(80).
