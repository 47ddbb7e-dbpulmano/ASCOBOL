      ******************************************************************
      * CERTREG.CPY
      * Shared certificate register record layout - CERTREG.DAT. One
      * record per graduation certificate ever printed, under the
      * serial number it carries (from the CERTNUM.DAT next-number
      * control): the student, course, term, graduation date and
      * classification printed on it, when and by whom. An original
      * is type "O"; a reprint is type "D", a duplicate under a new
      * serial with CRT-Orig-Serial naming the original it replaces,
      * so any serial an employer quotes can be traced back.
      ******************************************************************
       01  CertRegisterRecord.
           02  CRT-Serial             PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CRT-Type               PIC X.
               88  OriginalCertificate        VALUE "O".
               88  DuplicateCertificate       VALUE "D".
           02  FILLER                 PIC X       VALUE SPACE.
           02  CRT-Orig-Serial        PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CRT-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CRT-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CRT-Term-Id            PIC X(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CRT-Grad-Date          PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CRT-Classification     PIC X(12).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CRT-Print-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CRT-Operator           PIC X(8).
