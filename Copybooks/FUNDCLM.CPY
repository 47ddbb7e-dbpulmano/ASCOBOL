      ******************************************************************
      * FUNDCLM.CPY
      * Shared funding-claim record layout - FUNDCLM.DAT, the fixed-
      * format claim file sent to the funding body. One record per
      * eligible student for the term: the course claimed for, the
      * attendance that made the student eligible and the amount
      * priced off FUNDRATE.DAT. Written by FundClaim with a
      * CTLTRAIL.CPY control trailer as the last record (hash of
      * CLM-StudentId); FundRecon proves the trailer before it
      * reconciles the remittance against the claim.
      ******************************************************************
       01  FundClaimRecord.
           02  CLM-Term-Id            PIC X(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CLM-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CLM-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CLM-Sessions           PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CLM-Present            PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CLM-Attend-Pct         PIC 9(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CLM-Amount             PIC 9(5)V99.
