      ******************************************************************
      * FUNDRATE.CPY
      * Shared funding-rate record layout - FUNDRATE.DAT. One record
      * per catalog course: the amount the funding body pays for
      * each eligible student on that course for a term. A course
      * with no row is not claimed - its students are listed as
      * exceptions by FundClaim. The rates are a file edit, not a
      * recompile.
      ******************************************************************
       01  FundingRateRecord.
           02  FRT-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  FRT-Rate               PIC 9(5)V99.
