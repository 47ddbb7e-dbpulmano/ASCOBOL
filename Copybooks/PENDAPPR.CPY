      ******************************************************************
      * PENDAPPR.CPY
      * Shared pending-approval record layout - PENDAPPR.DAT. One
      * record per sensitive transaction parked by the program that
      * read it (RefundRun, CustMaint, SlsMaint) because it passed
      * that program's APPRLIM.DAT threshold: the item number, the
      * program and the key it is for, the value that tripped the
      * threshold, who keyed it and when, and the transaction
      * itself exactly as keyed. A second operator approves or
      * rejects it from StudMenu - never the one who keyed it - and
      * the program applies approved items on its next run, marking
      * them D when applied or F when the transaction no longer
      * passes its edits. ExceptionAging counts items still waiting
      * after a few days.
      ******************************************************************
       01  PendingApprovalRecord.
           02  PND-Number             PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PND-Program            PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PND-Key                PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PND-Value              PIC 9(7)V999.
           02  FILLER                 PIC X       VALUE SPACE.
           02  PND-Keyed-By           PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PND-Keyed-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PND-Status             PIC X.
               88  ApprovalPending            VALUE "P".
               88  ApprovalGranted            VALUE "A".
               88  ApprovalRejected           VALUE "R".
               88  ApprovalApplied            VALUE "D".
               88  ApprovalFailed             VALUE "F".
           02  FILLER                 PIC X       VALUE SPACE.
           02  PND-Decided-By         PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PND-Decided-Date       PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PND-Applied-Date       PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PND-Trans-Image        PIC X(120).
