      * full before and after images of the master record ride on
      * every line so a delete or a name correction leaves a complete
      * trace - and a backout run can put the before-image straight
      * back. A change that had to wait for a second operator's
      * approval names that approver in AUD-Approved-By beside the
      * operator who keyed it; it is blank on every other line.
      ******************************************************************
       01  AuditRecord.
           02  AUD-Program            PIC X(10).
           02  AUD-Before-Image       PIC X(92).
           02  FILLER                 PIC X       VALUE SPACE.
           02  AUD-After-Image        PIC X(92).
           02  FILLER                 PIC X       VALUE SPACE.
           02  AUD-Approved-By        PIC X(8).
