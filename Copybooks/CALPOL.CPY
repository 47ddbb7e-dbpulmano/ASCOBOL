      ******************************************************************
      * CALPOL.CPY
      * Working-day policy layout - CALPOL.DAT. One record per use
      * of the shop calendar, saying whether that use counts in
      * working days (W) or calendar days (C):
      *   BUSDATE  - DateAdvance stepping the business date
      *   PLANDUE  - PlanMaint installment due dates
      *   DUNNING  - DunningRun ageing against the level thresholds
      *   LEADTIME - PurchaseOrders supplier lead times
      * A use with no record takes its default - working days for
      * the business date, calendar days for the rest, which is how
      * they counted before the calendar existed. CalendarMaint
      * keeps the file.
      ******************************************************************
       01  CalPolicyRecord.
           02  CPL-Use                PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CPL-Rule               PIC X.
               88  CPL-Working-Days           VALUE "W".
               88  CPL-Calendar-Days          VALUE "C".
