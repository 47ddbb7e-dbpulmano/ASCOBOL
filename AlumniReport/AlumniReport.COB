
       DATA DIVISION.
       FILE SECTION.
      * The layout StudArchive writes to ARCHIVE.DAT: the student
      * master record (STUDMAS.CPY) under its own record/field
      * names, followed by the archive and anonymization dates.
       FD  ArchiveFile.
       01  ArchiveRecord.
           02  ARC-StudentId       PIC 9(7).
               03 ARC-PostalCode   PIC X(8).
               03 ARC-Phone        PIC X(12).
           02  FILLER              PIC X(5).
      * The date the record left the master and the date
      * StudAnonymize masked it (zero until then).
           02  ARC-Archive-Date    PIC 9(8).
           02  ARC-Anon-Date       PIC 9(8).

       SD  SortWorkFile.
       01  SortWorkRecord.
