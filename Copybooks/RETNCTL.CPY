      ******************************************************************
      * RETNCTL.CPY
      * Shared personal-data retention control record layout -
      * RETAIN.DAT. One record holding the data-protection policy's
      * retention limit: how many years after leaving a student's
      * personal details may be kept, and the course length in
      * years used to estimate the leaving date of a student
      * archived before ARCHIVE.DAT carried one. Set by the data
      * protection officer when the policy changes; StudAnonymize
      * will not run without it, and stamps its last run here.
      ******************************************************************
       01  RetentionControlRecord.
           02  RTN-Retention-Years    PIC 9(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RTN-Course-Years       PIC 9(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RTN-Last-Run-Date      PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RTN-Last-Run-Count     PIC 9(5).
