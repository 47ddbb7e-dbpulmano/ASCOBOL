      ******************************************************************
      * REMSUSP.CPY
      * Shared remittance suspense record layout - REMSUSP.DAT. One
      * record per incoming bank payment RemitImport could not put
      * to a ledger on its own: the reference quoted matched no
      * tuition or sales invoice, matched both, or the amount was
      * far beyond what is open on the invoice. The bank's own
      * item reference, date, amount and the payer's reference and
      * name ride as received. SuspenseAssign puts each one to a
      * student (T), a sponsor (P) or a customer (S) at the
      * terminal; the next RemitImport feeds the assigned items to
      * TuitionPayments (a sponsor's as a sponsor cheque) or
      * SalesReceipts and marks them fed, so nothing posts twice.
      * RSP-Party-Id holds the student, sponsor or customer id.
      ******************************************************************
       01  RemitSuspenseRecord.
           02  RSP-Bank-Ref           PIC X(12).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RSP-Date               PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RSP-Amount             PIC 9(7)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  RSP-Reference          PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RSP-Payer              PIC X(20).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RSP-Reason             PIC X(2).
               88  SuspenseNoMatch            VALUE "NM".
               88  SuspenseBothLedgers        VALUE "BL".
               88  SuspenseAmountOff          VALUE "AM".
           02  FILLER                 PIC X       VALUE SPACE.
           02  RSP-Status             PIC X.
               88  SuspenseUnassigned         VALUE "U".
               88  SuspenseAssigned           VALUE "A".
               88  SuspenseFed                VALUE "F".
           02  FILLER                 PIC X       VALUE SPACE.
           02  RSP-Ledger             PIC X.
               88  AssignedToTuition          VALUE "T".
               88  AssignedToSales            VALUE "S".
               88  AssignedToSponsor          VALUE "P".
           02  FILLER                 PIC X       VALUE SPACE.
           02  RSP-Party-Id           PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RSP-Assigned-By        PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RSP-Assigned-Date      PIC 9(8).
