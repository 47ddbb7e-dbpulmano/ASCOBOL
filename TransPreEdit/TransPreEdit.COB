               88 RT-ValidTransCode VALUE "T" SPACE "W".
               88 RT-WithdrawalCode VALUE "W".
           02 RT-EffectiveDate     PIC X(8).
           02 RT-NewSection        PIC X.

       FD  RawInsertFile.
       01  RawInsertRecord.
           02 RM-TransCode         PIC X.
               88 RM-ValidTransCode VALUE "A" "C" "D".
           02 RM-StudentId         PIC X(7).
           02 RM-Rest              PIC X(90).

       SD  TransferSortFile.
       01  TransferSortRecord.
           02 TS-StudentId         PIC 9(7).
           02 TS-Rest              PIC X(18).

       SD  InsertSortFile.
       01  InsertSortRecord.
       01  MaintSortRecord.
           02 MS-TransCode         PIC X.
           02 MS-StudentId         PIC 9(7).
           02 MS-Rest              PIC X(90).

       FD  CleanTransferFile.
       01  CleanTransferRecord     PIC X(25).

       FD  CleanInsertFile.
       01  CleanInsertRecord       PIC X(32).

       FD  CleanMaintFile.
       01  CleanMaintRecord        PIC X(98).

       FD  EditReportFile.
       01  EditReportRecord.
