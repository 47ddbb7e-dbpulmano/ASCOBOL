                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

      * A rate keyed with an effective date already past leaves its
      * back-pay award here for the arrears run.
           SELECT RateChangeFile ASSIGN "RATECHG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RateChg-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  EmployeeMasterFile.
       FD  AuditFile.
           COPY AUDITREC.

       FD  RateChangeFile.
           COPY RATECHG.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
      * One transaction file covers starters, changes and leavers -
      * money fields keyed without the point (band ceiling as eight
      * digits with two of pennies, credit as seven, rate as five),
      * blanks on a change leave the field standing. The annual leave
      * entitlement is keyed in hours to the tenth (2000 reads as
      * 200.0). A new hourly rate may carry the date it takes effect
      * - blank means today, a date already past backdates the rate
      * and leaves a pay award for the arrears run, and a date still
      * to come is refused.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-E          PIC X.
           02 SortCode-E           PIC X(6).
           02 AccountNo-E          PIC X(8).
           02 FinishDate-E         PIC X(8).
           02 LeaveEntitle-E       PIC X(4).
           02 RateEffective-E      PIC X(8).

       FD  ExceptionFile.
       01  ExceptRecord.
       01  WS-Mult-X               PIC X(3)    VALUE SPACES.
       01  WS-Mult-Num REDEFINES WS-Mult-X
                                   PIC 9V99.
       01  WS-Leave-X              PIC X(4)    VALUE SPACES.
       01  WS-Leave-Num REDEFINES WS-Leave-X
                                   PIC 9(3)V9.

       01  WS-Run-Totals.
           02 WS-Starters-Added    PIC 9(5)    VALUE ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-RateChg-Status       PIC XX      VALUE SPACES.
       01  WS-Today-Num            PIC 9(8)    VALUE ZERO.
       01  WS-Old-Rate             PIC 9(3)V99 VALUE ZERO.
       01  WS-Effective-X          PIC X(8)    VALUE SPACES.
       01  WS-Effective-Num REDEFINES WS-Effective-X
                                   PIC 9(8).
       01  WS-Awards-Raised        PIC 9(5)    VALUE ZERO.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.
      * before and after images on the audit trail so January's
      * tax credit changes finally name who keyed what.
            PERFORM GetOperatorId
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM LoadEmpTable

            OPEN INPUT TransFile
                    ELSE
                        MOVE ZERO TO EM-Hourly-Rate
                    END-IF
                    IF RateEffective-E NUMERIC
                        MOVE RateEffective-E TO EM-Rate-Effective
                    ELSE
                        MOVE WS-Today-Num TO EM-Rate-Effective
                    END-IF
                    IF OTThreshold-E NUMERIC
                        MOVE OTThreshold-E TO EM-OT-Threshold
                    ELSE
                        MOVE ZERO TO EM-Account-No
                    END-IF
                    MOVE ZERO TO EM-Finish-Date
                    IF LeaveEntitle-E NUMERIC
                        MOVE LeaveEntitle-E TO WS-Leave-X
                        MOVE WS-Leave-Num   TO EM-Leave-Entitlement
                    ELSE
                        MOVE ZERO TO EM-Leave-Entitlement
                    END-IF
                    MOVE SPACES TO WS-Before-Image
                    MOVE EmployeeMasterRecord
                        TO ET-Record-Tbl(WS-Emp-Sub)
                    ADD 1 TO WS-Starters-Added
            END-EVALUATE.

      * A rate effective date must be a date and not still to come -
      * a future rise is keyed on the day it starts.
       ApplyChangeEmp.
            MOVE RateEffective-E TO WS-Effective-X
            IF WS-Emp-Sub = ZERO
                MOVE EmpId-E TO Except-EmpId
                MOVE "EMPLOYEE DOES NOT EXIST" TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE IF WS-Effective-X NOT = SPACES
                    AND (WS-Effective-X NOT NUMERIC
                         OR WS-Effective-Num > WS-Today-Num)
                MOVE EmpId-E TO Except-EmpId
                MOVE "RATE EFFECTIVE DATE INVALID OR FUTURE"
                    TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                MOVE ET-Record-Tbl(WS-Emp-Sub) TO WS-Before-Image
                MOVE ET-Record-Tbl(WS-Emp-Sub)
                END-IF
                IF HourlyRate-E NUMERIC
                    MOVE HourlyRate-E TO WS-Rate-X
                    PERFORM ChangeHourlyRate
                END-IF
                IF OTThreshold-E NUMERIC
                    MOVE OTThreshold-E TO EM-OT-Threshold
                IF AccountNo-E NUMERIC
                    MOVE AccountNo-E TO EM-Account-No
                END-IF
                IF LeaveEntitle-E NUMERIC
                    MOVE LeaveEntitle-E TO WS-Leave-X
                    MOVE WS-Leave-Num   TO EM-Leave-Entitlement
                END-IF
                MOVE EmployeeMasterRecord
                    TO ET-Record-Tbl(WS-Emp-Sub)
                MOVE "CHANGE EMP" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Employees-Changed
            END-IF
            END-IF.

      * The new rate takes effect on the keyed date, or today. A
      * rate that differs from the old one and is dated back past
      * today leaves the award on RATECHG.DAT, pending until the
      * arrears run has worked the back pay.
       ChangeHourlyRate.
            IF EM-Hourly-Rate NUMERIC
                MOVE EM-Hourly-Rate TO WS-Old-Rate
            ELSE
                MOVE ZERO TO WS-Old-Rate
            END-IF
            MOVE WS-Rate-Num TO EM-Hourly-Rate
            IF WS-Effective-X = SPACES
                MOVE WS-Today-Num TO EM-Rate-Effective
            ELSE
                MOVE WS-Effective-Num TO EM-Rate-Effective
                IF WS-Effective-Num < WS-Today-Num
                   AND WS-Rate-Num NOT = WS-Old-Rate
                    PERFORM WriteRateAward
                END-IF
            END-IF.

      * No RATECHG.DAT yet (a "35" status on EXTEND) - the first
      * award starts the file.
       WriteRateAward.
            OPEN EXTEND RateChangeFile
            IF WS-RateChg-Status = "35"
                OPEN OUTPUT RateChangeFile
            END-IF
            MOVE SPACES            TO RateChangeRecord
            MOVE EM-Id             TO RC-Emp-Id
            MOVE WS-Old-Rate       TO RC-Old-Rate
            MOVE WS-Rate-Num       TO RC-New-Rate
            MOVE WS-Effective-Num  TO RC-Effective-Date
            MOVE WS-Today-Num      TO RC-Keyed-Date
            MOVE WS-Operator-Id    TO RC-Operator
            SET AwardPending       TO TRUE
            MOVE ZERO              TO RC-Done-Date
            WRITE RateChangeRecord
            CLOSE RateChangeFile
            ADD 1 TO WS-Awards-Raised.

       ApplyLeaverEmp.
            EVALUATE TRUE
                WHEN WS-Emp-Sub = ZERO
            DISPLAY "Starters added       : " WS-Starters-Added
            DISPLAY "Employees changed    : " WS-Employees-Changed
            DISPLAY "Leavers processed    : " WS-Leavers-Processed
            DISPLAY "Transactions rejected: " WS-Trans-Rejected
            DISPLAY "Backdated pay awards : " WS-Awards-Raised.


      * No SIGNON.DAT (a "35" status) means no operator session left
