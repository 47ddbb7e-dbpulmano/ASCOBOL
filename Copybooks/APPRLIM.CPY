      ******************************************************************
      * APPRLIM.CPY
      * Shared approval threshold record layout - APPRLIM.DAT. One
      * record per program whose sensitive transactions must wait
      * on PENDAPPR.DAT for a second operator: the threshold past
      * which a transaction parks instead of applying, and the
      * lowest OPERMAST.DAT level that may approve it (zero means
      * a supervisor, level 3). The threshold is read per program -
      *   REFUNDRUN  a refund of more than this amount
      *   CUSTMAINT  a credit limit raised by more than this amount,
      *              or set above it on a new customer
      *   SLSMAINT   a commission rate moved by more than this rate,
      *              or set above it on a new salesperson
      * so a zero threshold sends every such change for approval.
      * A program with no record here applies everything as keyed.
      ******************************************************************
       01  ApprovalLimitRecord.
           02  APL-Program            PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  APL-Threshold          PIC 9(7)V999.
           02  FILLER                 PIC X       VALUE SPACE.
           02  APL-Approver-Level     PIC 9.
