      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecurityReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorLogFile ASSIGN "OPERLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OperLog-Status.

           SELECT OperatorFile ASSIGN "OPERMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Operator-Status.

           SELECT SecurityReportFile ASSIGN "SECURITY.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Except-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OperatorLogFile.
           COPY OPERLOG.

       FD  OperatorFile.
       01  OperatorMasterRecord.
           02  OPM-Operator-Id      PIC X(8).
           02  OPM-Password         PIC X(8).
           02  OPM-Level            PIC 9.
               88  ReadOnlyOperator        VALUE 1.
               88  UpdateOperator          VALUE 2.
               88  SupervisorOperator      VALUE 3.
           02  FILLER               PIC X       VALUE SPACE.
           02  OPM-Pwd-Changed      PIC 9(8).
           02  FILLER               PIC X       VALUE SPACE.
           02  OPM-Fail-Count       PIC 9.
           02  FILLER               PIC X       VALUE SPACE.
           02  OPM-Locked           PIC X.
               88  OperatorLockedOut       VALUE "L".
           02  FILLER               PIC X       VALUE SPACE.
           02  OPM-Training         PIC X.
               88  TrainingOperator        VALUE "T".

       FD  SecurityReportFile.
       01  ShowSecurityReport       PIC X(80).

       FD  CommonExceptFile.
           COPY EXCEPTS.

       FD  BusinessDateFile.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-OperLog-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Status       PIC XX      VALUE SPACES.
       01  WS-Except-Status         PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.

       01  WS-OperLog-EOF-Switch    PIC X       VALUE "N".
           88 EndOfOperLog                      VALUE "Y".
       01  WS-Operator-EOF-Switch   PIC X       VALUE "N".
           88 EndOfOperatorFile                 VALUE "Y".
       01  WS-Except-EOF-Switch     PIC X       VALUE "N".
           88 EndOfExceptFile                   VALUE "Y".
       01  WS-Found-Switch          PIC X       VALUE "N".
           88 EntryFound                        VALUE "Y".

       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.
       01  WS-Today.
           02 WS-Today-YYYY         PIC 9(4).
           02 WS-Today-MM           PIC 9(2).
           02 WS-Today-DD           PIC 9(2).

       01  WS-Event-Date-Split.
           02 WS-Event-YYYY         PIC 9(4).
           02 WS-Event-MM           PIC 9(2).
           02 WS-Event-DD           PIC 9(2).

      * Ages in days approximated from the calendar fields - months
      * at thirty days, as ExceptionAging bands them.
       01  WS-Age-Days              PIC S9(5)   VALUE ZERO.

      * The week reported on, ending with the business date, and
      * how long an operator may go unsigned-on before the record
      * counts as dormant.
       01  WS-Week-Days             PIC 9(3)    VALUE 7.
       01  WS-Dormant-Days          PIC 9(3)    VALUE 90.

      * Office hours - a sign-on before the opening time, at or
      * after the closing time, or on a Saturday or Sunday is out
      * of hours.
       01  WS-Office-Open           PIC 9(4)    VALUE 0700.
       01  WS-Office-Close          PIC 9(4)    VALUE 1900.

       01  WS-Event-Time-Split.
           02 WS-Event-HHMM         PIC 9(4).
           02 WS-Event-SS           PIC 9(2).

       01  WS-Event-Weekday         PIC 9       VALUE ZERO.
       01  WS-Zeller-Year           PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Month          PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Century        PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-YY             PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Term           PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Sum            PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Quot           PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Day            PIC 9       VALUE ZERO.

       01  DayNameValues.
           02  FILLER      PIC X(9)    VALUE "MONDAY".
           02  FILLER      PIC X(9)    VALUE "TUESDAY".
           02  FILLER      PIC X(9)    VALUE "WEDNESDAY".
           02  FILLER      PIC X(9)    VALUE "THURSDAY".
           02  FILLER      PIC X(9)    VALUE "FRIDAY".
           02  FILLER      PIC X(9)    VALUE "SATURDAY".
           02  FILLER      PIC X(9)    VALUE "SUNDAY".
       01  DayNameTable REDEFINES DayNameValues.
           02  DayName     PIC X(9)    OCCURS 7 TIMES.

      * The operator master as it stands, with the last accepted
      * sign-on found anywhere on the log.
       01  OperTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  OperTable.
           02 OperEntry             OCCURS 1 TO 100 TIMES
                                     DEPENDING ON OperTableCount
                                     INDEXED BY OperIdx.
               03 OP-Id-Tbl         PIC X(8).
               03 OP-Level-Tbl      PIC 9.
               03 OP-Locked-Tbl     PIC X.
                   88 OperEntryLocked      VALUE "L".
               03 OP-Training-Tbl   PIC X.
                   88 OperEntryTraining    VALUE "T".
               03 OP-Last-Signon-Tbl PIC 9(8).
       01  WS-Oper-Sub              PIC 9(4)    COMP VALUE ZERO.

      * Failed sign-ons in the week, one row per operator per day.
       01  FailTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  FailTable.
           02 FailEntry             OCCURS 1 TO 700 TIMES
                                     DEPENDING ON FailTableCount
                                     INDEXED BY FailIdx.
               03 FL-Operator-Tbl   PIC X(8).
               03 FL-Date-Tbl       PIC 9(8).
               03 FL-Count-Tbl      PIC 9(5).
       01  WS-Fail-Sub              PIC 9(4)    COMP VALUE ZERO.

       01  FailOperTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  FailOperTable.
           02 FailOperEntry         OCCURS 1 TO 200 TIMES
                                     DEPENDING ON FailOperTableCount
                                     INDEXED BY FailOperIdx.
               03 FO-Operator-Tbl   PIC X(8).
               03 FO-Count-Tbl      PIC 9(5).
       01  WS-Fail-Oper-Sub         PIC 9(4)    COMP VALUE ZERO.

       01  FailDayTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  FailDayTable.
           02 FailDayEntry          OCCURS 1 TO 10 TIMES
                                     DEPENDING ON FailDayTableCount
                                     INDEXED BY FailDayIdx.
               03 FD-Date-Tbl       PIC 9(8).
               03 FD-Count-Tbl      PIC 9(5).
       01  WS-Fail-Day-Sub          PIC 9(4)    COMP VALUE ZERO.

      * Every other finding in the week, tagged with its kind -
      * L lockout, H out-of-hours sign-on, S supervisor launch,
      * T training operator launching live. A lockout picks up
      * the supervisor and date of the unlock that cleared it.
       01  FindTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  FindTable.
           02 FindEntry             OCCURS 1 TO 3000 TIMES
                                     DEPENDING ON FindTableCount
                                     INDEXED BY FindIdx.
               03 FN-Kind-Tbl       PIC X.
               03 FN-Operator-Tbl   PIC X(8).
               03 FN-Date-Tbl       PIC 9(8).
               03 FN-Time-Tbl       PIC 9(6).
               03 FN-Event-Tbl      PIC X(20).
               03 FN-Weekday-Tbl    PIC 9.
               03 FN-Cleared-By-Tbl PIC X(8).
               03 FN-Cleared-On-Tbl PIC 9(8).
       01  WS-Find-Sub              PIC 9(4)    COMP VALUE ZERO.

      * This report's own exceptions still open on EXCEPTS.DAT - the
      * same finding next week is not raised a second time.
       01  OpenExcTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  OpenExcTable.
           02 OpenExcEntry          OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON OpenExcTableCount
                                     INDEXED BY OpenExcIdx.
               03 OX-Key-Tbl        PIC X(10).
               03 OX-Reason-Tbl     PIC X(40).
       01  WS-Print-Kind            PIC X       VALUE SPACE.
       01  WS-Section-Count         PIC 9(5)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Log-Read           PIC 9(7)    VALUE ZERO.
           02 WS-Log-In-Week        PIC 9(7)    VALUE ZERO.
           02 WS-Failed-Signons     PIC 9(5)    VALUE ZERO.
           02 WS-Lockouts           PIC 9(5)    VALUE ZERO.
           02 WS-Out-Of-Hours       PIC 9(5)    VALUE ZERO.
           02 WS-Supervisor-Runs    PIC 9(5)    VALUE ZERO.
           02 WS-Dormant-Operators  PIC 9(5)    VALUE ZERO.
           02 WS-Training-Live      PIC 9(5)    VALUE ZERO.
           02 WS-Exceptions-Raised  PIC 9(5)    VALUE ZERO.
           02 WS-Exceptions-Open    PIC 9(5)    VALUE ZERO.

      * The EXCEPTS.DAT reason for each kind of finding.
       01  WS-Fail-Reason.
           02 FR-Count              PIC ZZZZ9.
           02 FILLER                PIC X(20)   VALUE
              " FAILED SIGN-ONS ON ".
           02 FR-Date               PIC 9(8).
           02 FILLER                PIC X(7)    VALUE SPACES.
       01  WS-Lock-Reason.
           02 FILLER                PIC X(11)   VALUE "LOCKED OUT ".
           02 LR-Date               PIC 9(8).
           02 LR-Clear-Text         PIC X(12).
           02 LR-Cleared-By         PIC X(8).
           02 FILLER                PIC X       VALUE SPACE.
       01  WS-Hours-Reason.
           02 FILLER                PIC X(20)   VALUE
              "OUT OF HOURS SIGN-ON".
           02 FILLER                PIC X       VALUE SPACE.
           02 HR-Date               PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 HR-Time               PIC 9(4).
           02 FILLER                PIC X(6)    VALUE SPACES.
       01  WS-Launch-Reason.
           02 LN-Text               PIC X(15).
           02 LN-Job                PIC X(13).
           02 FILLER                PIC X(4)    VALUE " ON ".
           02 LN-Date               PIC 9(8).
       01  WS-Dormant-Reason.
           02 FILLER                PIC X(27)   VALUE
              "ACTIVE - NO SIGN-ON SINCE  ".
           02 DR-Last-Signon        PIC X(8).
           02 FILLER                PIC X(5)    VALUE SPACES.

       01  WS-Title-Line.
           02 FILLER                PIC X(44)   VALUE
              "WEEKLY SECURITY EXCEPTION REPORT - WEEK TO  ".
           02 TL-Date               PIC 9(8).
           02 FILLER                PIC X(28)   VALUE SPACES.

       01  WS-Heading-Line          PIC X(80)   VALUE SPACES.

       01  WS-Fail-Column-Line      PIC X(80)   VALUE
           "OPERATOR  DATE      FAILURES".
       01  WS-Fail-Detail-Line.
           02 FDL-Operator          PIC X(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 FDL-Date              PIC X(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 FDL-Count             PIC ZZZZ9.
           02 FILLER                PIC X(55)   VALUE SPACES.

       01  WS-Lock-Column-Line      PIC X(80)   VALUE
           "OPERATOR  LOCKED ON TIME    CLEARED BY CLEARED ON".
       01  WS-Lock-Detail-Line.
           02 LDL-Operator          PIC X(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 LDL-Date              PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 LDL-Time              PIC 9(6).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 LDL-Cleared-By        PIC X(11).
           02 LDL-Cleared-On        PIC X(8).
           02 FILLER                PIC X(34)   VALUE SPACES.

       01  WS-Event-Column-Line     PIC X(80)   VALUE
           "OPERATOR  DATE     TIME    DAY       EVENT".
       01  WS-Event-Detail-Line.
           02 EDL-Operator          PIC X(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 EDL-Date              PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 EDL-Time              PIC 9(6).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 EDL-Day               PIC X(9).
           02 FILLER                PIC X       VALUE SPACE.
           02 EDL-Event             PIC X(20).
           02 FILLER                PIC X(23)   VALUE SPACES.

       01  WS-Dormant-Column-Line   PIC X(80)   VALUE
           "OPERATOR  LEVEL  TRAINING  LAST SIGN-ON".
       01  WS-Dormant-Detail-Line.
           02 DDL-Operator          PIC X(8).
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 DDL-Level             PIC 9.
           02 FILLER                PIC X(6)    VALUE SPACES.
           02 DDL-Training          PIC X(3).
           02 FILLER                PIC X(5)    VALUE SPACES.
           02 DDL-Last-Signon       PIC X(8).
           02 FILLER                PIC X(45)   VALUE SPACES.

       01  WS-None-Line             PIC X(80)   VALUE
           "  NONE".

       01  WS-Total-Line.
           02 TTL-Label             PIC X(40).
           02 TTL-Count             PIC ZZZZ9.
           02 FILLER                PIC X(35)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       01  WS-End-Of-Report-Line    PIC X(80)   VALUE
           "END OF REPORT".

       PROCEDURE DIVISION.
       BEGIN.
      * The weekly read of OPERLOG.DAT the auditors asked to see
      * evidence of. For the seven days to the business date it
      * lists failed sign-ons by operator and by day, lockouts and
      * the supervisor who cleared each, sign-ons out of office
      * hours, supervisor-level job launches, and training
      * operators who launched a job live; from the whole log and
      * OPERMAST.DAT it lists active operators with no sign-on in
      * ninety days. Every finding is also raised on EXCEPTS.DAT,
      * so ExceptionAging keeps it in front of someone until
      * ExceptionResolve marks it worked.
            PERFORM GetBusinessDate
            MOVE WS-Business-Date TO WS-Today
            PERFORM LoadOperatorTable
            PERFORM ScanOperatorLog
            PERFORM LoadOpenExceptions

            OPEN OUTPUT SecurityReportFile
            OPEN EXTEND CommonExceptFile
            IF WS-Except-Status = "35"
                OPEN OUTPUT CommonExceptFile
            END-IF
            MOVE SPACES TO CommonExceptRecord
            MOVE WS-Business-Date TO TL-Date
            MOVE WS-Title-Line TO ShowSecurityReport
            WRITE ShowSecurityReport

            PERFORM PrintFailedSignons
            MOVE "L" TO WS-Print-Kind
            MOVE "LOCKOUTS AND WHO CLEARED THEM" TO WS-Heading-Line
            PERFORM PrintFindings
            MOVE "H" TO WS-Print-Kind
            MOVE "SIGN-ONS OUTSIDE OFFICE HOURS" TO WS-Heading-Line
            PERFORM PrintFindings
            MOVE "S" TO WS-Print-Kind
            MOVE "SUPERVISOR-LEVEL JOB LAUNCHES" TO WS-Heading-Line
            PERFORM PrintFindings
            MOVE "T" TO WS-Print-Kind
            MOVE "TRAINING-MODE OPERATORS WHO LAUNCHED LIVE JOBS"
                TO WS-Heading-Line
            PERFORM PrintFindings
            PERFORM PrintDormantOperators
            PERFORM PrintRunTotals

            MOVE WS-End-Of-Report-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            CLOSE CommonExceptFile
            CLOSE SecurityReportFile

            DISPLAY "SecurityReport - Control Report"
            DISPLAY "Week ending               : " WS-Business-Date
            DISPLAY "Log records read          : " WS-Log-Read
            DISPLAY "Log records in week       : " WS-Log-In-Week
            DISPLAY "Failed sign-ons           : " WS-Failed-Signons
            DISPLAY "Lockouts                  : " WS-Lockouts
            DISPLAY "Out-of-hours sign-ons     : " WS-Out-Of-Hours
            DISPLAY "Supervisor launches       : " WS-Supervisor-Runs
            DISPLAY "Dormant active operators  : "
                WS-Dormant-Operators
            DISPLAY "Training live launches    : " WS-Training-Live
            DISPLAY "Exceptions raised         : "
                WS-Exceptions-Raised
            DISPLAY "Exceptions already open   : "
                WS-Exceptions-Open
            STOP RUN.

      * Only this report's own exceptions still open - a resolved
      * one that turns up again is raised afresh.
       LoadOpenExceptions.
            OPEN INPUT CommonExceptFile
            IF WS-Except-Status NOT = "00"
                SET EndOfExceptFile TO TRUE
            ELSE
                READ CommonExceptFile
                    AT END SET EndOfExceptFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfExceptFile
                IF EXC-Program = "SECURITY" AND ExceptionOpen
                   AND OpenExcTableCount < 5000
                    SET OpenExcIdx TO OpenExcTableCount
                    SET OpenExcIdx UP BY 1
                    SET OpenExcTableCount TO OpenExcIdx
                    MOVE EXC-Key TO OX-Key-Tbl(OpenExcIdx)
                    MOVE EXC-Reason TO OX-Reason-Tbl(OpenExcIdx)
                END-IF
                READ CommonExceptFile
                    AT END SET EndOfExceptFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Except-Status NOT = "35"
                CLOSE CommonExceptFile
            END-IF.

      * No OPERMAST.DAT (a "35" status) leaves no operator to call
      * dormant - the log is still reported.
       LoadOperatorTable.
            OPEN INPUT OperatorFile
            IF WS-Operator-Status NOT = "00"
                SET EndOfOperatorFile TO TRUE
            ELSE
                READ OperatorFile
                    AT END SET EndOfOperatorFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfOperatorFile
                SET OperIdx TO OperTableCount
                SET OperIdx UP BY 1
                SET OperTableCount TO OperIdx
                MOVE OPM-Operator-Id TO OP-Id-Tbl(OperIdx)
                MOVE OPM-Level       TO OP-Level-Tbl(OperIdx)
                MOVE OPM-Locked      TO OP-Locked-Tbl(OperIdx)
                MOVE OPM-Training    TO OP-Training-Tbl(OperIdx)
                MOVE ZERO TO OP-Last-Signon-Tbl(OperIdx)
                READ OperatorFile
                    AT END SET EndOfOperatorFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Operator-Status NOT = "35"
                CLOSE OperatorFile
            END-IF.

      * The log is in time order, so an unlock always follows the
      * lockout it clears. Accepted sign-ons are dated however old
      * they are; everything else only counts inside the week.
       ScanOperatorLog.
            OPEN INPUT OperatorLogFile
            IF WS-OperLog-Status NOT = "00"
                SET EndOfOperLog TO TRUE
            ELSE
                READ OperatorLogFile
                    AT END SET EndOfOperLog TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfOperLog
                ADD 1 TO WS-Log-Read
                PERFORM LocateLogOperator
                IF OPL-Event = "SIGN-ON ACCEPTED"
                   AND WS-Oper-Sub > ZERO
                    MOVE OPL-Date TO OP-Last-Signon-Tbl(WS-Oper-Sub)
                END-IF
                IF OPL-Event = "OPERATOR UNLOCKED"
                    PERFORM ClearLockout
                END-IF
                MOVE OPL-Date TO WS-Event-Date-Split
                COMPUTE WS-Age-Days =
                    ((WS-Today-YYYY - WS-Event-YYYY) * 365)
                    + ((WS-Today-MM - WS-Event-MM) * 30)
                    + (WS-Today-DD - WS-Event-DD)
                IF WS-Age-Days >= ZERO AND WS-Age-Days < WS-Week-Days
                    ADD 1 TO WS-Log-In-Week
                    PERFORM ExamineWeekEvent
                END-IF
                READ OperatorLogFile
                    AT END SET EndOfOperLog TO TRUE
                END-READ
            END-PERFORM
            IF WS-OperLog-Status NOT = "35"
                CLOSE OperatorLogFile
            END-IF.

      * A launch names its level and mode from the session that
      * ran it; a launch logged before those were carried falls
      * back on the operator master as it stands now.
       ExamineWeekEvent.
            EVALUATE TRUE
                WHEN OPL-Event = "SIGN-ON FAILED"
                    ADD 1 TO WS-Failed-Signons
                    PERFORM TallyFailedSignon
                WHEN OPL-Event = "OPERATOR LOCKED OUT"
                    ADD 1 TO WS-Lockouts
                    MOVE "L" TO WS-Print-Kind
                    PERFORM AddFinding
                WHEN OPL-Event = "SIGN-ON ACCEPTED"
                    PERFORM CheckOfficeHours
                WHEN OPL-Event(1:7) = "LAUNCH "
                     AND OPL-Event NOT = "LAUNCH REFUSED"
                    IF OPL-Level = "3"
                       OR (OPL-Level = SPACE AND WS-Oper-Sub > ZERO
                           AND OP-Level-Tbl(WS-Oper-Sub) = 3)
                        ADD 1 TO WS-Supervisor-Runs
                        MOVE "S" TO WS-Print-Kind
                        PERFORM AddFinding
                    END-IF
                    IF WS-Oper-Sub > ZERO
                       AND OperEntryTraining(WS-Oper-Sub)
                       AND NOT LoggedTrainingMode
                        ADD 1 TO WS-Training-Live
                        MOVE "T" TO WS-Print-Kind
                        PERFORM AddFinding
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       CheckOfficeHours.
            PERFORM FindEventWeekday
            MOVE OPL-Time TO WS-Event-Time-Split
            IF WS-Event-Weekday > 5
               OR WS-Event-HHMM < WS-Office-Open
               OR WS-Event-HHMM NOT < WS-Office-Close
                ADD 1 TO WS-Out-Of-Hours
                MOVE "H" TO WS-Print-Kind
                PERFORM AddFinding
            END-IF.

       AddFinding.
            SET FindIdx TO FindTableCount
            SET FindIdx UP BY 1
            SET FindTableCount TO FindIdx
            MOVE WS-Print-Kind   TO FN-Kind-Tbl(FindIdx)
            MOVE OPL-Operator-Id TO FN-Operator-Tbl(FindIdx)
            MOVE OPL-Date        TO FN-Date-Tbl(FindIdx)
            MOVE OPL-Time        TO FN-Time-Tbl(FindIdx)
            MOVE OPL-Event       TO FN-Event-Tbl(FindIdx)
            PERFORM FindEventWeekday
            MOVE WS-Event-Weekday TO FN-Weekday-Tbl(FindIdx)
            MOVE SPACES TO FN-Cleared-By-Tbl(FindIdx)
            MOVE ZERO   TO FN-Cleared-On-Tbl(FindIdx).

      * The unlock clears the latest lockout still open for that
      * operator. Unlocks logged before the supervisor was carried
      * on the record clear it by "UNKNOWN".
       ClearLockout.
            MOVE ZERO TO WS-Find-Sub
            PERFORM VARYING FindIdx FROM 1 BY 1
                    UNTIL FindIdx > FindTableCount
                IF FN-Kind-Tbl(FindIdx) = "L"
                   AND FN-Operator-Tbl(FindIdx) = OPL-Operator-Id
                   AND FN-Cleared-On-Tbl(FindIdx) = ZERO
                    SET WS-Find-Sub TO FindIdx
                END-IF
            END-PERFORM
            IF WS-Find-Sub > ZERO
                IF OPL-By-Operator = SPACES
                    MOVE "UNKNOWN" TO FN-Cleared-By-Tbl(WS-Find-Sub)
                ELSE
                    MOVE OPL-By-Operator
                        TO FN-Cleared-By-Tbl(WS-Find-Sub)
                END-IF
                MOVE OPL-Date TO FN-Cleared-On-Tbl(WS-Find-Sub)
            END-IF.

       TallyFailedSignon.
            MOVE ZERO TO WS-Fail-Sub
            IF FailTableCount > ZERO
                SET FailIdx TO 1
                SEARCH FailEntry
                   AT END MOVE ZERO TO WS-Fail-Sub
                   WHEN FL-Operator-Tbl(FailIdx) = OPL-Operator-Id
                    AND FL-Date-Tbl(FailIdx) = OPL-Date
                        SET WS-Fail-Sub TO FailIdx
                END-SEARCH
            END-IF
            IF WS-Fail-Sub = ZERO
                SET FailIdx TO FailTableCount
                SET FailIdx UP BY 1
                SET FailTableCount TO FailIdx
                SET WS-Fail-Sub TO FailIdx
                MOVE OPL-Operator-Id TO FL-Operator-Tbl(FailIdx)
                MOVE OPL-Date        TO FL-Date-Tbl(FailIdx)
                MOVE ZERO            TO FL-Count-Tbl(FailIdx)
            END-IF
            ADD 1 TO FL-Count-Tbl(WS-Fail-Sub)

            MOVE ZERO TO WS-Fail-Oper-Sub
            IF FailOperTableCount > ZERO
                SET FailOperIdx TO 1
                SEARCH FailOperEntry
                   AT END MOVE ZERO TO WS-Fail-Oper-Sub
                   WHEN FO-Operator-Tbl(FailOperIdx) = OPL-Operator-Id
                        SET WS-Fail-Oper-Sub TO FailOperIdx
                END-SEARCH
            END-IF
            IF WS-Fail-Oper-Sub = ZERO
                SET FailOperIdx TO FailOperTableCount
                SET FailOperIdx UP BY 1
                SET FailOperTableCount TO FailOperIdx
                SET WS-Fail-Oper-Sub TO FailOperIdx
                MOVE OPL-Operator-Id TO FO-Operator-Tbl(FailOperIdx)
                MOVE ZERO            TO FO-Count-Tbl(FailOperIdx)
            END-IF
            ADD 1 TO FO-Count-Tbl(WS-Fail-Oper-Sub)

            MOVE ZERO TO WS-Fail-Day-Sub
            IF FailDayTableCount > ZERO
                SET FailDayIdx TO 1
                SEARCH FailDayEntry
                   AT END MOVE ZERO TO WS-Fail-Day-Sub
                   WHEN FD-Date-Tbl(FailDayIdx) = OPL-Date
                        SET WS-Fail-Day-Sub TO FailDayIdx
                END-SEARCH
            END-IF
            IF WS-Fail-Day-Sub = ZERO
                SET FailDayIdx TO FailDayTableCount
                SET FailDayIdx UP BY 1
                SET FailDayTableCount TO FailDayIdx
                SET WS-Fail-Day-Sub TO FailDayIdx
                MOVE OPL-Date TO FD-Date-Tbl(FailDayIdx)
                MOVE ZERO     TO FD-Count-Tbl(FailDayIdx)
            END-IF
            ADD 1 TO FD-Count-Tbl(WS-Fail-Day-Sub).

       LocateLogOperator.
            MOVE ZERO TO WS-Oper-Sub
            IF OperTableCount > ZERO
                SET OperIdx TO 1
                SEARCH OperEntry
                   AT END MOVE ZERO TO WS-Oper-Sub
                   WHEN OP-Id-Tbl(OperIdx) = OPL-Operator-Id
                        SET WS-Oper-Sub TO OperIdx
                END-SEARCH
            END-IF.

      * Zeller's congruence, as InstrAbsence works out the day a
      * class falls on - 1 for Monday through 7 for Sunday.
       FindEventWeekday.
            MOVE OPL-Date TO WS-Event-Date-Split
            MOVE WS-Event-YYYY TO WS-Zeller-Year
            MOVE WS-Event-MM   TO WS-Zeller-Month
            IF WS-Zeller-Month < 3
                ADD 12 TO WS-Zeller-Month
                SUBTRACT 1 FROM WS-Zeller-Year
            END-IF
            DIVIDE WS-Zeller-Year BY 100
                GIVING WS-Zeller-Century REMAINDER WS-Zeller-YY
            COMPUTE WS-Zeller-Term = 13 * (WS-Zeller-Month + 1)
            DIVIDE WS-Zeller-Term BY 5 GIVING WS-Zeller-Term
            MOVE WS-Event-DD TO WS-Zeller-Sum
            ADD WS-Zeller-Term TO WS-Zeller-Sum
            ADD WS-Zeller-YY   TO WS-Zeller-Sum
            DIVIDE WS-Zeller-YY BY 4 GIVING WS-Zeller-Term
            ADD WS-Zeller-Term TO WS-Zeller-Sum
            DIVIDE WS-Zeller-Century BY 4 GIVING WS-Zeller-Term
            ADD WS-Zeller-Term TO WS-Zeller-Sum
            COMPUTE WS-Zeller-Sum = WS-Zeller-Sum
                + 5 * WS-Zeller-Century + 5
            DIVIDE WS-Zeller-Sum BY 7
                GIVING WS-Zeller-Quot REMAINDER WS-Zeller-Day
            COMPUTE WS-Event-Weekday = WS-Zeller-Day + 1.

      * One exception per operator per day with failures; the
      * operator and day totals are for the report only.
       PrintFailedSignons.
            MOVE WS-Blank-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "FAILED SIGN-ONS BY OPERATOR AND DAY"
                TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE WS-Fail-Column-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            IF FailTableCount = ZERO
                MOVE WS-None-Line TO ShowSecurityReport
                WRITE ShowSecurityReport
            END-IF
            PERFORM VARYING FailIdx FROM 1 BY 1
                    UNTIL FailIdx > FailTableCount
                MOVE FL-Operator-Tbl(FailIdx) TO FDL-Operator
                MOVE FL-Date-Tbl(FailIdx)     TO FDL-Date
                MOVE FL-Count-Tbl(FailIdx)    TO FDL-Count
                MOVE WS-Fail-Detail-Line TO ShowSecurityReport
                WRITE ShowSecurityReport
                MOVE FL-Count-Tbl(FailIdx) TO FR-Count
                MOVE FL-Date-Tbl(FailIdx)  TO FR-Date
                MOVE FL-Operator-Tbl(FailIdx) TO EXC-Key
                MOVE WS-Fail-Reason TO EXC-Reason
                PERFORM WriteCommonException
            END-PERFORM

            MOVE WS-Blank-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "FAILED SIGN-ONS BY OPERATOR" TO ShowSecurityReport
            WRITE ShowSecurityReport
            PERFORM VARYING FailOperIdx FROM 1 BY 1
                    UNTIL FailOperIdx > FailOperTableCount
                MOVE FO-Operator-Tbl(FailOperIdx) TO FDL-Operator
                MOVE "WEEK"                       TO FDL-Date
                MOVE FO-Count-Tbl(FailOperIdx)    TO FDL-Count
                MOVE WS-Fail-Detail-Line TO ShowSecurityReport
                WRITE ShowSecurityReport
            END-PERFORM

            MOVE WS-Blank-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "FAILED SIGN-ONS BY DAY" TO ShowSecurityReport
            WRITE ShowSecurityReport
            PERFORM VARYING FailDayIdx FROM 1 BY 1
                    UNTIL FailDayIdx > FailDayTableCount
                MOVE "ALL"                      TO FDL-Operator
                MOVE FD-Date-Tbl(FailDayIdx)    TO FDL-Date
                MOVE FD-Count-Tbl(FailDayIdx)   TO FDL-Count
                MOVE WS-Fail-Detail-Line TO ShowSecurityReport
                WRITE ShowSecurityReport
            END-PERFORM.

      * One section of the findings table, picked by WS-Print-Kind
      * under the heading already set.
       PrintFindings.
            MOVE ZERO TO WS-Section-Count
            MOVE WS-Blank-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE WS-Heading-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            IF WS-Print-Kind = "L"
                MOVE WS-Lock-Column-Line TO ShowSecurityReport
            ELSE
                MOVE WS-Event-Column-Line TO ShowSecurityReport
            END-IF
            WRITE ShowSecurityReport
            PERFORM VARYING FindIdx FROM 1 BY 1
                    UNTIL FindIdx > FindTableCount
                IF FN-Kind-Tbl(FindIdx) = WS-Print-Kind
                    ADD 1 TO WS-Section-Count
                    PERFORM PrintOneFinding
                END-IF
            END-PERFORM
            IF WS-Section-Count = ZERO
                MOVE WS-None-Line TO ShowSecurityReport
                WRITE ShowSecurityReport
            END-IF.

       PrintOneFinding.
            MOVE FN-Operator-Tbl(FindIdx) TO EXC-Key
            EVALUATE WS-Print-Kind
                WHEN "L"
                    MOVE FN-Operator-Tbl(FindIdx) TO LDL-Operator
                    MOVE FN-Date-Tbl(FindIdx)     TO LDL-Date
                    MOVE FN-Time-Tbl(FindIdx)     TO LDL-Time
                    MOVE FN-Date-Tbl(FindIdx)     TO LR-Date
                    IF FN-Cleared-On-Tbl(FindIdx) = ZERO
                        MOVE "NOT CLEARED" TO LDL-Cleared-By
                        MOVE SPACES        TO LDL-Cleared-On
                        MOVE " NOT CLEARED" TO LR-Clear-Text
                        MOVE SPACES         TO LR-Cleared-By
                    ELSE
                        MOVE FN-Cleared-By-Tbl(FindIdx)
                            TO LDL-Cleared-By
                        MOVE FN-Cleared-On-Tbl(FindIdx)
                            TO LDL-Cleared-On
                        MOVE " CLEARED BY " TO LR-Clear-Text
                        MOVE FN-Cleared-By-Tbl(FindIdx)
                            TO LR-Cleared-By
                    END-IF
                    MOVE WS-Lock-Detail-Line TO ShowSecurityReport
                    MOVE WS-Lock-Reason TO EXC-Reason
                WHEN "H"
                    PERFORM BuildEventLine
                    MOVE FN-Date-Tbl(FindIdx) TO HR-Date
                    MOVE FN-Time-Tbl(FindIdx)(1:4) TO HR-Time
                    MOVE WS-Hours-Reason TO EXC-Reason
                WHEN "S"
                    PERFORM BuildEventLine
                    MOVE "SUPERVISOR RAN " TO LN-Text
                    MOVE FN-Event-Tbl(FindIdx)(8:13) TO LN-Job
                    MOVE FN-Date-Tbl(FindIdx) TO LN-Date
                    MOVE WS-Launch-Reason TO EXC-Reason
                WHEN "T"
                    PERFORM BuildEventLine
                    MOVE "TRAINEE LIVE - " TO LN-Text
                    MOVE FN-Event-Tbl(FindIdx)(8:13) TO LN-Job
                    MOVE FN-Date-Tbl(FindIdx) TO LN-Date
                    MOVE WS-Launch-Reason TO EXC-Reason
            END-EVALUATE
            WRITE ShowSecurityReport
            PERFORM WriteCommonException.

       BuildEventLine.
            MOVE FN-Operator-Tbl(FindIdx) TO EDL-Operator
            MOVE FN-Date-Tbl(FindIdx)     TO EDL-Date
            MOVE FN-Time-Tbl(FindIdx)     TO EDL-Time
            MOVE DayName(FN-Weekday-Tbl(FindIdx)) TO EDL-Day
            MOVE FN-Event-Tbl(FindIdx)    TO EDL-Event
            MOVE WS-Event-Detail-Line TO ShowSecurityReport.

      * Active means still able to sign on - a locked-out record is
      * already shut and is not counted again here.
       PrintDormantOperators.
            MOVE ZERO TO WS-Section-Count
            MOVE WS-Blank-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "ACTIVE OPERATORS NOT SIGNED ON FOR 90 DAYS"
                TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE WS-Dormant-Column-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            PERFORM VARYING OperIdx FROM 1 BY 1
                    UNTIL OperIdx > OperTableCount
                IF NOT OperEntryLocked(OperIdx)
                    MOVE OP-Last-Signon-Tbl(OperIdx)
                        TO WS-Event-Date-Split
                    COMPUTE WS-Age-Days =
                        ((WS-Today-YYYY - WS-Event-YYYY) * 365)
                        + ((WS-Today-MM - WS-Event-MM) * 30)
                        + (WS-Today-DD - WS-Event-DD)
                    IF OP-Last-Signon-Tbl(OperIdx) = ZERO
                       OR WS-Age-Days > WS-Dormant-Days
                        PERFORM PrintDormantOperator
                    END-IF
                END-IF
            END-PERFORM
            IF WS-Section-Count = ZERO
                MOVE WS-None-Line TO ShowSecurityReport
                WRITE ShowSecurityReport
            END-IF.

       PrintDormantOperator.
            ADD 1 TO WS-Section-Count
            ADD 1 TO WS-Dormant-Operators
            MOVE OP-Id-Tbl(OperIdx)    TO DDL-Operator
            MOVE OP-Level-Tbl(OperIdx) TO DDL-Level
            IF OperEntryTraining(OperIdx)
                MOVE "YES" TO DDL-Training
            ELSE
                MOVE "NO"  TO DDL-Training
            END-IF
            IF OP-Last-Signon-Tbl(OperIdx) = ZERO
                MOVE "NEVER" TO DDL-Last-Signon
            ELSE
                MOVE OP-Last-Signon-Tbl(OperIdx) TO DDL-Last-Signon
            END-IF
            MOVE WS-Dormant-Detail-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE DDL-Last-Signon TO DR-Last-Signon
            MOVE OP-Id-Tbl(OperIdx) TO EXC-Key
            MOVE WS-Dormant-Reason TO EXC-Reason
            PERFORM WriteCommonException.

       PrintRunTotals.
            MOVE WS-Blank-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "FAILED SIGN-ONS" TO TTL-Label
            MOVE WS-Failed-Signons TO TTL-Count
            MOVE WS-Total-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "LOCKOUTS" TO TTL-Label
            MOVE WS-Lockouts TO TTL-Count
            MOVE WS-Total-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "OUT-OF-HOURS SIGN-ONS" TO TTL-Label
            MOVE WS-Out-Of-Hours TO TTL-Count
            MOVE WS-Total-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "SUPERVISOR-LEVEL LAUNCHES" TO TTL-Label
            MOVE WS-Supervisor-Runs TO TTL-Count
            MOVE WS-Total-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "DORMANT ACTIVE OPERATORS" TO TTL-Label
            MOVE WS-Dormant-Operators TO TTL-Count
            MOVE WS-Total-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "TRAINING OPERATORS LAUNCHING LIVE" TO TTL-Label
            MOVE WS-Training-Live TO TTL-Count
            MOVE WS-Total-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "EXCEPTIONS RAISED ON EXCEPTS.DAT" TO TTL-Label
            MOVE WS-Exceptions-Raised TO TTL-Count
            MOVE WS-Total-Line TO ShowSecurityReport
            WRITE ShowSecurityReport
            MOVE "EXCEPTIONS ALREADY OPEN" TO TTL-Label
            MOVE WS-Exceptions-Open TO TTL-Count
            MOVE WS-Total-Line TO ShowSecurityReport
            WRITE ShowSecurityReport.

      * The key (the operator id) and reason are set by the caller.
      * A finding already open on EXCEPTS.DAT under the same key and
      * reason is counted, not written again.
       WriteCommonException.
            MOVE "N" TO WS-Found-Switch
            IF OpenExcTableCount > ZERO
                SET OpenExcIdx TO 1
                SEARCH OpenExcEntry
                    AT END CONTINUE
                    WHEN OX-Key-Tbl(OpenExcIdx) = EXC-Key
                         AND OX-Reason-Tbl(OpenExcIdx) = EXC-Reason
                        SET EntryFound TO TRUE
                END-SEARCH
            END-IF
            IF EntryFound
                ADD 1 TO WS-Exceptions-Open
            ELSE
                MOVE "SECURITY" TO EXC-Program
                ACCEPT EXC-Date FROM DATE YYYYMMDD
                ACCEPT EXC-Time FROM TIME
                SET ExceptionOpen TO TRUE
                MOVE SPACES TO EXC-Note
                WRITE CommonExceptRecord
                ADD 1 TO WS-Exceptions-Raised
                IF OpenExcTableCount < 5000
                    SET OpenExcIdx TO OpenExcTableCount
                    SET OpenExcIdx UP BY 1
                    SET OpenExcTableCount TO OpenExcIdx
                    MOVE EXC-Key TO OX-Key-Tbl(OpenExcIdx)
                    MOVE EXC-Reason TO OX-Reason-Tbl(OpenExcIdx)
                END-IF
            END-IF.

      * The processing date comes off the business-date control
      * DateAdvance keeps - the machine clock only stands in when
      * the control has never been built.
       GetBusinessDate.
            ACCEPT WS-Business-Date FROM DATE YYYYMMDD
            OPEN INPUT BusinessDateFile
            IF WS-BusDate-Status = "00"
                READ BusinessDateFile
                    AT END CONTINUE
                    NOT AT END
                        IF BDT-Business-Date NUMERIC
                           AND BDT-Business-Date > ZERO
                            MOVE BDT-Business-Date
                                TO WS-Business-Date
                        END-IF
                END-READ
                CLOSE BusinessDateFile
            END-IF.

       END PROGRAM SecurityReport.
