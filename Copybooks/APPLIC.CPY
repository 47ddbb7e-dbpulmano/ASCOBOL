      ******************************************************************
      * APPLIC.CPY
      * Shared admissions application record layout - APPLICS.DAT.
      * One record per application: the applicant's details as they
      * will reach the master, the course and intake year applied
      * for, where the application stands now and the date each
      * step was taken - received, offered, and the final decision
      * (accepted, declined or withdrawn). Maintained by AdmitMaint;
      * an acceptance flows onto TRANSINS.RAW for the normal add
      * path. AdmitFunnel reports the pipeline by course and intake.
      ******************************************************************
       01  ApplicationRecord.
           02  APP-Applic-No          PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  APP-Surname            PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  APP-Initials           PIC XX.
           02  FILLER                 PIC X       VALUE SPACE.
           02  APP-Gender             PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  APP-DateOfBirth        PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  APP-CourseCode         PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  APP-Intake-Year        PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  APP-Status             PIC X.
               88  ApplicReceived             VALUE "R".
               88  ApplicOffered              VALUE "O".
               88  ApplicAccepted             VALUE "A".
               88  ApplicDeclined             VALUE "D".
               88  ApplicWithdrawn            VALUE "W".
           02  FILLER                 PIC X       VALUE SPACE.
           02  APP-Received-Date      PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  APP-Offer-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  APP-Decision-Date      PIC 9(8).
