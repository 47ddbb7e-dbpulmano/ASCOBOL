       01  WS-RunCtl-Status        PIC XX      VALUE SPACES.
       01  WS-RunCtl-EOF-Switch    PIC X       VALUE "N".
           88 EndOfRunCtlFile                  VALUE "Y".
      * TIME comes back as HHMMSS and hundredths - a stamp keeps the
      * clock time to the second, so a step can be timed from its
      * start and complete stamps.
       01  WS-Stamp-Clock.
           02 WS-Stamp-HHMMSS      PIC 9(6).
           02 WS-Stamp-Hundredths  PIC 9(2).
       01  WS-Step-Complete-Sw     PIC X       VALUE "N".
           88 StepAlreadyComplete              VALUE "Y".
       01  WS-Online-Switch        PIC X       VALUE "N".
            OPEN EXTEND RunControlFile
            MOVE WS-Business-Date TO RUNC-Date
            MOVE "INSERTRECS"     TO RUNC-Program
            ACCEPT WS-Stamp-Clock FROM TIME
            MOVE WS-Stamp-HHMMSS  TO RUNC-Time
            MOVE "S"              TO RUNC-Status
            WRITE RunControlRecord
            CLOSE RunControlFile.
            OPEN EXTEND RunControlFile
            MOVE WS-Business-Date TO RUNC-Date
            MOVE "INSERTRECS"     TO RUNC-Program
            ACCEPT WS-Stamp-Clock FROM TIME
            MOVE WS-Stamp-HHMMSS  TO RUNC-Time
            MOVE "C"              TO RUNC-Status
            WRITE RunControlRecord
            CLOSE RunControlFile.
