      ******************************************************************
      * OPERLOG.CPY
      * Shared operator log record layout - OPERLOG.DAT. StudMenu
      * appends one record per sign-on attempt, lockout, unlock,
      * password change, job launch and sign-off; SecurityReport
      * reads it back for the weekly security exceptions. A job
      * launch also carries the operator's level and whether the
      * session was in training mode, and an unlock names the
      * supervisor who cleared it. Records written before those
      * fields existed read in with them blank.
      ******************************************************************
       01  OperatorLogRecord.
           02  OPL-Operator-Id      PIC X(8).
           02  FILLER               PIC X       VALUE SPACE.
           02  OPL-Event            PIC X(20).
           02  FILLER               PIC X       VALUE SPACE.
           02  OPL-Date             PIC 9(8).
           02  FILLER               PIC X       VALUE SPACE.
           02  OPL-Time             PIC 9(6).
           02  FILLER               PIC X       VALUE SPACE.
           02  OPL-Level            PIC X.
           02  FILLER               PIC X       VALUE SPACE.
           02  OPL-Mode             PIC X.
               88  LoggedTrainingMode      VALUE "T".
               88  LoggedLiveMode          VALUE "L".
           02  FILLER               PIC X       VALUE SPACE.
           02  OPL-By-Operator      PIC X(8).
