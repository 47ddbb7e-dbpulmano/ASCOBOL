      ******************************************************************
      * SPONSOR.CPY
      * Shared sponsor master record layout - SPONSOR.DAT. One record
      * per employer (or other body) paying some or all of a
      * student's tuition: where its invoices and statements go,
      * who to ask for, and its credit terms - the days it is
      * allowed from invoice date before the money is late. Kept by
      * SponsorMaint with audit; TuitionBilling raises the sponsor
      * portion of a linked student's fee against it, SponsorStmt
      * prints its statement and AgedReceivables ages what it owes.
      ******************************************************************
       01  SponsorRecord.
           02  SPN-Sponsor-Id         PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPN-Name               PIC X(30).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPN-Street             PIC X(20).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPN-City               PIC X(15).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPN-PostalCode         PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPN-Phone              PIC X(12).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPN-Contact            PIC X(20).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPN-Terms-Days         PIC 9(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPN-Status             PIC X.
               88  SponsorActive              VALUE "A".
               88  SponsorInactive            VALUE "I".
