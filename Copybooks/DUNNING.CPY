      ******************************************************************
      * DUNNING.CPY
      * Shared dunning state record layout - DUNNING.DAT. One record
      * per student the dunning run is chasing: the last letter
      * level sent (1 first reminder, 2 second reminder, 3 final
      * demand), the business date it went out, the overdue amount
      * it was sent on, and the enrollment hold a final demand
      * sets. Kept whole by DunningRun, which drops a student's
      * record once their tuition balance clears; EnrollUpdate
      * reads it to refuse a new enrollment while the hold stands
      * and the student still has an open invoice.
      ******************************************************************
       01  DunningRecord.
           02  DUN-StudentId          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DUN-Level              PIC 9.
               88  NotDunned                  VALUE 0.
               88  FirstReminderSent          VALUE 1.
               88  SecondReminderSent         VALUE 2.
               88  FinalDemandSent            VALUE 3.
           02  FILLER                 PIC X       VALUE SPACE.
           02  DUN-Letter-Date        PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DUN-Overdue-Amount     PIC 9(7)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  DUN-Hold               PIC X.
               88  EnrollmentHeld             VALUE "Y".
