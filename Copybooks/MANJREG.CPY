      ******************************************************************
      * MANJREG.CPY
      * Shared manual journal register layout - MJREG.DAT. One record
      * per journal posted to GLJRNL.DAT under source MANUAL, so each
      * keyed accrual, release or correction can be traced back to
      * who prepared it and why. MJR-Kind tells the journals apart:
      * "M" keyed by hand, "A" keyed and set to reverse itself, "V"
      * the reversal of an "A" journal dated the first of the next
      * month, "T" generated from a recurring template. A reversal
      * names the journal it undoes in MJR-Related-No, a generated
      * journal its template; both are zero otherwise. Written by
      * ManualJournal and RecurJournal, listed by JournalProof.
      ******************************************************************
       01  ManualJnlRegRecord.
           02  MJR-Journal-No         PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  MJR-Date               PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  MJR-Kind               PIC X.
               88  MJR-Keyed-Journal          VALUE "M".
               88  MJR-Reversing-Journal      VALUE "A".
               88  MJR-Reversal               VALUE "V".
               88  MJR-Template-Journal       VALUE "T".
           02  FILLER                 PIC X       VALUE SPACE.
           02  MJR-Description        PIC X(30).
           02  FILLER                 PIC X       VALUE SPACE.
           02  MJR-Preparer           PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  MJR-Total              PIC 9(9)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  MJR-Related-No         PIC 9(6).
