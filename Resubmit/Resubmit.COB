       01  RawInsertRecord         PIC X(32).

       FD  RawTransferFile.
       01  RawTransferRecord       PIC X(25).

       FD  ReleasedFile.
       01  ReleasedRecord.
           02  KT-TransCode        PIC X.
               88 KT-ValidCode     VALUE "T" SPACE "W".
           02  KT-EffDate          PIC X(8).
           02  KT-NewSection       PIC X.

       01  WS-Units-Work           PIC S9(3)   VALUE ZERO.

            DISPLAY "FAILED TRANSFER: " Except-StudentID " "
                Except-Detail
            DISPLAY "Key the corrected transfer "
                "(nnnnnnnOOOONNNNCyyyymmddS), blank to skip:"
            PERFORM AcceptCorrectedTransfer
            PERFORM UNTIL SkipThisTransfer OR CorrectedEntryPasses
                DISPLAY "Transfer fails the run's edits - numeric "
