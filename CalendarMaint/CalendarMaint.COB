      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Calendar-Status.

           SELECT CalPolicyFile ASSIGN "CALPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CalPol-Status.

           SELECT TransFile ASSIGN "TRANSCAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "CALEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile.
           COPY CALENDAR.

       FD  CalPolicyFile.
           COPY CALPOL.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * Y builds the year in the first four digits of Date-C - every
      * day, Saturdays and Sundays non-working. H, N and W retype one
      * day of a built year: a bank holiday (its name in the
      * description), a closure, or a working day. P sets the
      * working-day policy for the use named in Date-C to the W or
      * C in the first byte of the description.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-C          PIC X.
               88 BuildYearTrans           VALUE "Y".
               88 BankHolidayTrans         VALUE "H".
               88 NonWorkingTrans          VALUE "N".
               88 WorkingDayTrans          VALUE "W".
               88 SetPolicyTrans           VALUE "P".
           02 Date-C               PIC X(8).
           02 Date-Split-C REDEFINES Date-C.
               03 Year-C           PIC X(4).
               03 FILLER           PIC X(4).
           02 Use-C REDEFINES Date-C
                                   PIC X(8).
           02 Description-C        PIC X(30).
           02 Rule-Split-C REDEFINES Description-C.
               03 Rule-C           PIC X.
               03 FILLER           PIC X(29).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Key           PIC X(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Calendar-Status      PIC XX      VALUE SPACES.
       01  WS-CalPol-Status        PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Calendar-EOF-Switch  PIC X       VALUE "N".
           88 EndOfCalendarFile                VALUE "Y".
       01  WS-CalPol-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCalPolFile                  VALUE "Y".

      * The whole calendar rides in this table for the run - a
      * year build appends its days, a retype changes one slot, and
      * the table stores back a year at a time in date order.
       01  CalendarTableCount      PIC 9(5)    COMP VALUE ZERO.
       01  CalendarTable.
           02 CalendarEntry        OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON CalendarTableCount
                                    INDEXED BY CalendarIdx.
               03 CT-Date-Tbl      PIC 9(8).
               03 CT-Date-Split-Tbl REDEFINES CT-Date-Tbl.
                   04 CT-Year-Tbl  PIC 9(4).
                   04 FILLER       PIC 9(4).
               03 CT-Type-Tbl      PIC X.
               03 CT-Desc-Tbl      PIC X(30).

       01  WS-Calendar-Sub         PIC 9(5)    COMP VALUE ZERO.
       01  WS-Wanted-Date          PIC 9(8)    VALUE ZERO.
       01  WS-Wanted-Year          PIC 9(4)    VALUE ZERO.
       01  WS-Year-Sub             PIC 9(4)    VALUE ZERO.
       01  WS-Lowest-Year          PIC 9(4)    VALUE ZERO.
       01  WS-Highest-Year         PIC 9(4)    VALUE ZERO.
       01  WS-Year-Built-Switch    PIC X       VALUE "N".
           88 YearAlreadyBuilt                 VALUE "Y".

      * The four uses of the calendar and their run-time rule.
       01  PolicyTableCount        PIC 9(2)    COMP VALUE ZERO.
       01  PolicyTable.
           02 PolicyEntry          OCCURS 1 TO 20 TIMES
                                    DEPENDING ON PolicyTableCount
                                    INDEXED BY PolicyIdx.
               03 PT-Use-Tbl       PIC X(8).
               03 PT-Rule-Tbl      PIC X.
       01  WS-Policy-Sub           PIC 9(2)    COMP VALUE ZERO.
       01  WS-Use-Valid-Switch     PIC X       VALUE "N".
           88 UseIsKnown                       VALUE "Y".

       01  WS-Day-Split.
           02 WS-Day-YYYY          PIC 9(4).
           02 WS-Day-MM            PIC 9(2).
           02 WS-Day-DD            PIC 9(2).
       01  WS-Day-Date REDEFINES WS-Day-Split
                                   PIC 9(8).
       01  WS-Day-Weekday          PIC 9       VALUE ZERO.

      * Days per month, February corrected for leap years below.
       01  MonthDayValues.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 28.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
       01  MonthDayTable REDEFINES MonthDayValues.
           02 MonthDays PIC 99 OCCURS 12 TIMES.

       01  WS-Month-Length         PIC 99      VALUE ZERO.
       01  WS-Year-Rem             PIC 9(4)    VALUE ZERO.
       01  WS-Year-Quot            PIC 9(4)    VALUE ZERO.

       01  WS-Zeller-Year          PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Month         PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Century       PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-YY            PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Term          PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Sum           PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Quot          PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Day           PIC 9       VALUE ZERO.

      * The calendar day or policy as it stood before and after the
      * change - the audit trail's images.
       01  WS-Before-Line.
           02 BFL-Date             PIC X(8).
           02 FILLER               PIC X       VALUE SPACE.
           02 BFL-Type             PIC X.
           02 FILLER               PIC X       VALUE SPACE.
           02 BFL-Desc             PIC X(30).
       01  WS-After-Line.
           02 AFL-Date             PIC X(8).
           02 FILLER               PIC X       VALUE SPACE.
           02 AFL-Type             PIC X.
           02 FILLER               PIC X       VALUE SPACE.
           02 AFL-Desc             PIC X(30).

       01  WS-Run-Totals.
           02 WS-Years-Built       PIC 9(5)    VALUE ZERO.
           02 WS-Holidays-Set      PIC 9(5)    VALUE ZERO.
           02 WS-Closures-Set      PIC 9(5)    VALUE ZERO.
           02 WS-Working-Set       PIC 9(5)    VALUE ZERO.
           02 WS-Policies-Set      PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.

       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The shop calendar, kept a year at a time - the office builds
      * next year in the autumn, keys the bank holidays and any
      * closures, and checks the CalendarList print before January.
      * Every change rides the audit trail with the day before and
      * after, and the policy file says which uses count working
      * days.
            PERFORM GetOperatorId
            PERFORM LoadCalendarTable
            PERFORM LoadPolicyTable

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ApplyCalendarTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StoreCalendarTable
            PERFORM StorePolicyTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplyCalendarTrans.
            EVALUATE TRUE
                WHEN BuildYearTrans
                    PERFORM ApplyBuildYear
                WHEN BankHolidayTrans
                WHEN NonWorkingTrans
                WHEN WorkingDayTrans
                    PERFORM ApplyRetypeDay
                WHEN SetPolicyTrans
                    PERFORM ApplySetPolicy
                WHEN OTHER
                    MOVE Date-C TO Except-Key
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * A year is built once - a second build would double every
      * day, so the holidays already keyed are kept and the build
      * refused.
       ApplyBuildYear.
            MOVE "N" TO WS-Year-Built-Switch
            IF Year-C NUMERIC
                MOVE Year-C TO WS-Wanted-Year
                PERFORM VARYING CalendarIdx FROM 1 BY 1
                        UNTIL CalendarIdx > CalendarTableCount
                    IF CT-Year-Tbl(CalendarIdx) = WS-Wanted-Year
                        SET YearAlreadyBuilt TO TRUE
                    END-IF
                END-PERFORM
            END-IF
            EVALUATE TRUE
                WHEN Year-C NOT NUMERIC
                    MOVE Date-C TO Except-Key
                    MOVE "INVALID CALENDAR YEAR" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Wanted-Year < 1900
                    MOVE Date-C TO Except-Key
                    MOVE "INVALID CALENDAR YEAR" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN YearAlreadyBuilt
                    MOVE Date-C TO Except-Key
                    MOVE "CALENDAR YEAR ALREADY BUILT" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN CalendarTableCount > 19634
                    MOVE Date-C TO Except-Key
                    MOVE "CALENDAR TABLE FULL" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE WS-Wanted-Year TO WS-Day-YYYY
                    MOVE 1 TO WS-Day-MM
                    MOVE 1 TO WS-Day-DD
                    PERFORM BuildOneDay
                        UNTIL WS-Day-YYYY NOT = WS-Wanted-Year
                    MOVE SPACES TO WS-Before-Line
                    MOVE SPACES TO WS-After-Line
                    MOVE Year-C TO AFL-Date
                    MOVE "BUILD YEAR" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Years-Built
            END-EVALUATE.

       BuildOneDay.
            PERFORM FindDayWeekday
            SET CalendarIdx TO CalendarTableCount
            SET CalendarIdx UP BY 1
            SET CalendarTableCount TO CalendarIdx
            MOVE WS-Day-Date TO CT-Date-Tbl(CalendarIdx)
            MOVE SPACES      TO CT-Desc-Tbl(CalendarIdx)
            IF WS-Day-Weekday > 5
                MOVE "N" TO CT-Type-Tbl(CalendarIdx)
                MOVE "WEEKEND" TO CT-Desc-Tbl(CalendarIdx)
            ELSE
                MOVE "W" TO CT-Type-Tbl(CalendarIdx)
            END-IF
            PERFORM AdvanceOneDay.

      * A holiday needs its name on the listing; a closure or a
      * working day may carry a note or none.
       ApplyRetypeDay.
            MOVE ZERO TO WS-Calendar-Sub
            IF Date-C NUMERIC
                MOVE Date-C TO WS-Wanted-Date
                PERFORM LocateCalendarEntry
            END-IF
            EVALUATE TRUE
                WHEN Date-C NOT NUMERIC
                    MOVE Date-C TO Except-Key
                    MOVE "INVALID CALENDAR DATE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Calendar-Sub = ZERO
                    MOVE Date-C TO Except-Key
                    MOVE "DATE NOT ON A BUILT CALENDAR YEAR"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN BankHolidayTrans AND Description-C = SPACES
                    MOVE Date-C TO Except-Key
                    MOVE "BANK HOLIDAY NAME MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE CT-Date-Tbl(WS-Calendar-Sub) TO BFL-Date
                    MOVE CT-Type-Tbl(WS-Calendar-Sub) TO BFL-Type
                    MOVE CT-Desc-Tbl(WS-Calendar-Sub) TO BFL-Desc
                    MOVE TransCode-C   TO CT-Type-Tbl(WS-Calendar-Sub)
                    MOVE Description-C TO CT-Desc-Tbl(WS-Calendar-Sub)
                    MOVE CT-Date-Tbl(WS-Calendar-Sub) TO AFL-Date
                    MOVE CT-Type-Tbl(WS-Calendar-Sub) TO AFL-Type
                    MOVE CT-Desc-Tbl(WS-Calendar-Sub) TO AFL-Desc
                    EVALUATE TRUE
                        WHEN BankHolidayTrans
                            MOVE "BANK HOLIDAY" TO AUD-Action-Tmp
                            ADD 1 TO WS-Holidays-Set
                        WHEN NonWorkingTrans
                            MOVE "NON-WORKING" TO AUD-Action-Tmp
                            ADD 1 TO WS-Closures-Set
                        WHEN OTHER
                            MOVE "WORKING DAY" TO AUD-Action-Tmp
                            ADD 1 TO WS-Working-Set
                    END-EVALUATE
                    PERFORM WriteAuditRecord
            END-EVALUATE.

       ApplySetPolicy.
            MOVE "N" TO WS-Use-Valid-Switch
            IF Use-C = "BUSDATE" OR "PLANDUE" OR "DUNNING"
                       OR "LEADTIME"
                SET UseIsKnown TO TRUE
            END-IF
            EVALUATE TRUE
                WHEN NOT UseIsKnown
                    MOVE Use-C TO Except-Key
                    MOVE "UNKNOWN CALENDAR USE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Rule-C NOT = "W" AND Rule-C NOT = "C"
                    MOVE Use-C TO Except-Key
                    MOVE "POLICY RULE MUST BE W OR C" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    PERFORM LocatePolicyEntry
                    MOVE SPACES TO WS-Before-Line
                    IF WS-Policy-Sub = ZERO
                        SET PolicyIdx TO PolicyTableCount
                        SET PolicyIdx UP BY 1
                        SET PolicyTableCount TO PolicyIdx
                        SET WS-Policy-Sub TO PolicyIdx
                        MOVE Use-C TO PT-Use-Tbl(WS-Policy-Sub)
                    ELSE
                        MOVE PT-Use-Tbl(WS-Policy-Sub)  TO BFL-Date
                        MOVE PT-Rule-Tbl(WS-Policy-Sub) TO BFL-Type
                    END-IF
                    MOVE Rule-C TO PT-Rule-Tbl(WS-Policy-Sub)
                    MOVE SPACES TO WS-After-Line
                    MOVE Use-C  TO AFL-Date
                    MOVE Rule-C TO AFL-Type
                    MOVE "SET POLICY" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Policies-Set
            END-EVALUATE.

       LocateCalendarEntry.
            MOVE ZERO TO WS-Calendar-Sub
            IF CalendarTableCount > ZERO
                SET CalendarIdx TO 1
                SEARCH CalendarEntry
                   AT END MOVE ZERO TO WS-Calendar-Sub
                   WHEN CT-Date-Tbl(CalendarIdx) = WS-Wanted-Date
                        SET WS-Calendar-Sub TO CalendarIdx
                END-SEARCH
            END-IF.

       LocatePolicyEntry.
            MOVE ZERO TO WS-Policy-Sub
            IF PolicyTableCount > ZERO
                SET PolicyIdx TO 1
                SEARCH PolicyEntry
                   AT END MOVE ZERO TO WS-Policy-Sub
                   WHEN PT-Use-Tbl(PolicyIdx) = Use-C
                        SET WS-Policy-Sub TO PolicyIdx
                END-SEARCH
            END-IF.

       AdvanceOneDay.
            MOVE MonthDays(WS-Day-MM) TO WS-Month-Length
            IF WS-Day-MM = 2
                DIVIDE WS-Day-YYYY BY 4
                    GIVING WS-Year-Quot REMAINDER WS-Year-Rem
                IF WS-Year-Rem = ZERO
                    MOVE 29 TO WS-Month-Length
                    DIVIDE WS-Day-YYYY BY 100
                        GIVING WS-Year-Quot REMAINDER WS-Year-Rem
                    IF WS-Year-Rem = ZERO
                        MOVE 28 TO WS-Month-Length
                        DIVIDE WS-Day-YYYY BY 400
                            GIVING WS-Year-Quot
                            REMAINDER WS-Year-Rem
                        IF WS-Year-Rem = ZERO
                            MOVE 29 TO WS-Month-Length
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-Day-DD < WS-Month-Length
                ADD 1 TO WS-Day-DD
            ELSE
                MOVE 1 TO WS-Day-DD
                IF WS-Day-MM < 12
                    ADD 1 TO WS-Day-MM
                ELSE
                    MOVE 1 TO WS-Day-MM
                    ADD 1 TO WS-Day-YYYY
                END-IF
            END-IF.

      * Zeller's congruence, as InstrAbsence works out the day a
      * class falls on - 1 for Monday through 7 for Sunday.
       FindDayWeekday.
            MOVE WS-Day-YYYY TO WS-Zeller-Year
            MOVE WS-Day-MM   TO WS-Zeller-Month
            IF WS-Zeller-Month < 3
                ADD 12 TO WS-Zeller-Month
                SUBTRACT 1 FROM WS-Zeller-Year
            END-IF
            DIVIDE WS-Zeller-Year BY 100
                GIVING WS-Zeller-Century REMAINDER WS-Zeller-YY
            COMPUTE WS-Zeller-Term = 13 * (WS-Zeller-Month + 1)
            DIVIDE WS-Zeller-Term BY 5 GIVING WS-Zeller-Term
            MOVE WS-Day-DD TO WS-Zeller-Sum
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
            COMPUTE WS-Day-Weekday = WS-Zeller-Day + 1.

      * No CALENDAR.DAT yet (a "35" status) just means the first
      * year is being built tonight - an empty table.
       LoadCalendarTable.
            OPEN INPUT CalendarFile
            IF WS-Calendar-Status NOT = "00"
                SET EndOfCalendarFile TO TRUE
            ELSE
                READ CalendarFile
                    AT END SET EndOfCalendarFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfCalendarFile
                SET CalendarIdx TO CalendarTableCount
                SET CalendarIdx UP BY 1
                SET CalendarTableCount TO CalendarIdx
                MOVE CAL-Date        TO CT-Date-Tbl(CalendarIdx)
                MOVE CAL-Day-Type    TO CT-Type-Tbl(CalendarIdx)
                MOVE CAL-Description TO CT-Desc-Tbl(CalendarIdx)
                READ CalendarFile
                    AT END SET EndOfCalendarFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Calendar-Status NOT = "35"
                CLOSE CalendarFile
            END-IF.

       LoadPolicyTable.
            OPEN INPUT CalPolicyFile
            IF WS-CalPol-Status NOT = "00"
                SET EndOfCalPolFile TO TRUE
            ELSE
                READ CalPolicyFile
                    AT END SET EndOfCalPolFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfCalPolFile
                SET PolicyIdx TO PolicyTableCount
                SET PolicyIdx UP BY 1
                SET PolicyTableCount TO PolicyIdx
                MOVE CPL-Use  TO PT-Use-Tbl(PolicyIdx)
                MOVE CPL-Rule TO PT-Rule-Tbl(PolicyIdx)
                READ CalPolicyFile
                    AT END SET EndOfCalPolFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-CalPol-Status NOT = "35"
                CLOSE CalPolicyFile
            END-IF.

      * A year built ahead of one already on file lands at the end
      * of the table, so the store writes year by year from the
      * lowest to keep CALENDAR.DAT in date order.
       StoreCalendarTable.
            MOVE 9999 TO WS-Lowest-Year
            MOVE ZERO TO WS-Highest-Year
            PERFORM VARYING CalendarIdx FROM 1 BY 1
                    UNTIL CalendarIdx > CalendarTableCount
                IF CT-Year-Tbl(CalendarIdx) < WS-Lowest-Year
                    MOVE CT-Year-Tbl(CalendarIdx) TO WS-Lowest-Year
                END-IF
                IF CT-Year-Tbl(CalendarIdx) > WS-Highest-Year
                    MOVE CT-Year-Tbl(CalendarIdx) TO WS-Highest-Year
                END-IF
            END-PERFORM
            OPEN OUTPUT CalendarFile
            PERFORM VARYING WS-Year-Sub FROM WS-Lowest-Year BY 1
                    UNTIL WS-Year-Sub > WS-Highest-Year
                PERFORM VARYING CalendarIdx FROM 1 BY 1
                        UNTIL CalendarIdx > CalendarTableCount
                    IF CT-Year-Tbl(CalendarIdx) = WS-Year-Sub
                        MOVE SPACES TO CalendarRecord
                        MOVE CT-Date-Tbl(CalendarIdx) TO CAL-Date
                        MOVE CT-Type-Tbl(CalendarIdx) TO CAL-Day-Type
                        MOVE CT-Desc-Tbl(CalendarIdx)
                            TO CAL-Description
                        WRITE CalendarRecord
                    END-IF
                END-PERFORM
            END-PERFORM
            CLOSE CalendarFile.

       StorePolicyTable.
            OPEN OUTPUT CalPolicyFile
            PERFORM VARYING PolicyIdx FROM 1 BY 1
                    UNTIL PolicyIdx > PolicyTableCount
                MOVE SPACES TO CalPolicyRecord
                MOVE PT-Use-Tbl(PolicyIdx)  TO CPL-Use
                MOVE PT-Rule-Tbl(PolicyIdx) TO CPL-Rule
                WRITE CalPolicyRecord
            END-PERFORM
            CLOSE CalPolicyFile.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * Calendar changes ride the same shared audit trail - no
      * student on a calendar action, so the StudentId lands as
      * zero, and the day or policy before and after rides in the
      * images.
       WriteAuditRecord.
            MOVE "CALENDMNT"        TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE ZERO               TO AUD-StudentId
            MOVE WS-Before-Line     TO AUD-Before-Image
            MOVE WS-After-Line      TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
            MOVE SPACES             TO AUD-Approved-By
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       DisplayRunTotals.
            DISPLAY "CalendarMaint - Control Report"
            DISPLAY "Calendar years built : " WS-Years-Built
            DISPLAY "Bank holidays set    : " WS-Holidays-Set
            DISPLAY "Non-working days set : " WS-Closures-Set
            DISPLAY "Working days set     : " WS-Working-Set
            DISPLAY "Policies set         : " WS-Policies-Set
            DISPLAY "Transactions rejected: " WS-Trans-Rejected.

      * No SIGNON.DAT (a "35" status) means no operator session left
      * an id behind - the run is audited as BATCH.
       GetOperatorId.
            MOVE "BATCH" TO WS-Operator-Id
            OPEN INPUT SignonFile
            IF WS-Signon-Status = "00"
                READ SignonFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE SGN-Operator-Id TO WS-Operator-Id
                END-READ
                CLOSE SignonFile
            END-IF.

       END PROGRAM CalendarMaint.
