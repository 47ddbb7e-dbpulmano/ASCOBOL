      ******************************************************************
      * CONTPREF.CPY
      * Shared contact preference record layout - CONTPREF.DAT. One
      * record per student ("S", 7 digits) or sales customer ("C",
      * 5 digits right-aligned with leading zeros) who has told us
      * how to reach them electronically: by text to a mobile
      * number, by email, or by paper only. A party with no record
      * is texted at the phone number on their master. Kept by
      * ContactMaint with audit and read by NotifyFeed; SUPPRESS.DAT
      * still overrides whatever is set here.
      ******************************************************************
       01  ContactPrefRecord.
           02  CPF-Party-Type         PIC X.
               88  PrefStudent                VALUE "S".
               88  PrefCustomer               VALUE "C".
           02  FILLER                 PIC X       VALUE SPACE.
           02  CPF-Party-Id           PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CPF-Channel            PIC X.
               88  PrefTextMessage            VALUE "S".
               88  PrefEmail                  VALUE "E".
               88  PrefPaperOnly              VALUE "P".
           02  FILLER                 PIC X       VALUE SPACE.
           02  CPF-Mobile             PIC X(15).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CPF-Email              PIC X(40).
