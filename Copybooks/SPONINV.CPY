      ******************************************************************
      * SPONINV.CPY
      * Shared sponsor invoice record layout - SPONINV.DAT, indexed
      * on SIV-Number with SIV-Sponsor-Id as the duplicate-allowing
      * alternate key. One record per sponsor portion TuitionBilling
      * raises: numbered from the same INVNUM.DAT control as the
      * student's own invoice, so an invoice number names one bill
      * whichever file it is on, and SIV-Student-Inv points at the
      * student portion raised alongside it (zero when the sponsor
      * pays the whole fee). Ascending number is ascending raise
      * order, so a walk of a sponsor's invoices by the alternate
      * key is oldest-first - TuitionPayments spreads a sponsor
      * cheque that way.
      ******************************************************************
       01  SponsorInvoiceRecord.
           02  SIV-Number             PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SIV-Sponsor-Id         PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SIV-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SIV-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SIV-Date               PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SIV-Amount             PIC 9(5)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  SIV-Paid-Amount        PIC 9(5)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  SIV-Status             PIC X.
               88  SponsorInvoiceOpen         VALUE "O".
               88  SponsorInvoicePaid         VALUE "P".
           02  FILLER                 PIC X       VALUE SPACE.
           02  SIV-Student-Inv        PIC 9(6).
