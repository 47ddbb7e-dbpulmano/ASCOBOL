      ******************************************************************
      * SPONLINK.CPY
      * Shared student-to-sponsor link layout - SPONLINK.DAT. One
      * record per sponsored student: the sponsor paying and the
      * share of the student's fee (after any award) it pays, as a
      * percentage with two places - 100.00 is the whole fee. Kept
      * by SponsorMaint with audit; TuitionBilling splits each
      * linked student's invoice on it at raise time.
      ******************************************************************
       01  SponsorLinkRecord.
           02  SPL-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPL-Sponsor-Id         PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  SPL-Share-Pct          PIC 9(3)V99.
