      * CORRHIST.CPY
      * Shared correspondence history record layout - CORRHIST.DAT.
      * One record per document sent out: whether the party is a
      * student ("S", 7-digit id), a sales customer ("C", 5-digit
      * id right-aligned with leading zeros) or a tuition sponsor
      * ("P", 5-digit id the same way), the document type,
      * the date it went, and the destination address it went to.
      * Appended by every outbound document run and walked by
      * CorrInquiry the way AuditInquiry walks AUDIT.DAT - "we
           02  CRH-Party-Type         PIC X.
               88  CorrStudent                VALUE "S".
               88  CorrCustomer               VALUE "C".
               88  CorrSponsor                VALUE "P".
           02  FILLER                 PIC X       VALUE SPACE.
           02  CRH-Party-Id           PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
