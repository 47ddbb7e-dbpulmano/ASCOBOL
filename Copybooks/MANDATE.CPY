      ******************************************************************
      * MANDATE.CPY
      * Shared direct-debit mandate record layout - MANDATE.DAT. One
      * record per student who has authorised us to collect payment-
      * plan installments straight from a bank account: the sort
      * code and account to draw on and the mandate reference the
      * bank knows the authority by. Kept by MandateMaint with
      * audit; DDCollect draws only on an active mandate, and
      * DDReturns counts each collection the bank sends back - the
      * second failure suspends the mandate until the office
      * reinstates it, which clears the count.
      ******************************************************************
       01  MandateRecord.
           02  DDM-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DDM-Sort-Code          PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DDM-Account-No         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DDM-Reference          PIC X(18).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DDM-Status             PIC X.
               88  MandateActive              VALUE "A".
               88  MandateSuspended           VALUE "S".
               88  MandateCancelled           VALUE "C".
           02  FILLER                 PIC X       VALUE SPACE.
           02  DDM-Fail-Count         PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  DDM-Last-Fail-Date     PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DDM-Set-Up-Date        PIC 9(8).
