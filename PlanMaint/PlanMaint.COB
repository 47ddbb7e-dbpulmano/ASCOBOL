                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

      * The shop calendar and the policy saying whether installment
      * due dates fall on working days or any calendar day.
           SELECT CalendarFile ASSIGN "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Calendar-Status.

           SELECT CalPolicyFile ASSIGN "CALPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CalPol-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PlanFile.
       FD  AuditFile.
           COPY AUDITREC.

       FD  CalendarFile.
           COPY CALENDAR.

       FD  CalPolicyFile.
           COPY CALPOL.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.

       01  WS-Plan-Sub             PIC 9(4)    COMP VALUE ZERO.

      * The shop calendar as this run counts it - the policy rule
      * for the use, and only the days that break the Monday-to-
      * Friday pattern (a weekday holiday or closure, a working
      * weekend day); any other day works Monday to Friday.
       01  WS-Calendar-Status      PIC XX      VALUE SPACES.
       01  WS-CalPol-Status        PIC XX      VALUE SPACES.
       01  WS-Calendar-EOF-Switch  PIC X       VALUE "N".
           88 EndOfCalendarFile                VALUE "Y".
       01  WS-CalPol-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCalPolFile                  VALUE "Y".
       01  WS-Cal-Use              PIC X(8)    VALUE "PLANDUE".
       01  WS-Cal-Rule             PIC X       VALUE "C".
           88 CountWorkingDays                 VALUE "W".

       01  OffPatternCount         PIC 9(4)    COMP VALUE ZERO.
       01  OffPatternTable.
           02 OffPatternEntry      OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON OffPatternCount
                                    INDEXED BY OffPatternIdx.
               03 OP-Date-Tbl      PIC 9(8).
               03 OP-Type-Tbl      PIC X.

       01  WS-Cal-Split.
           02 WS-Cal-YYYY          PIC 9(4).
           02 WS-Cal-MM            PIC 9(2).
           02 WS-Cal-DD            PIC 9(2).
       01  WS-Cal-Date REDEFINES WS-Cal-Split
                                   PIC 9(8).
       01  WS-Cal-Weekday          PIC 9       VALUE ZERO.
       01  WS-Cal-Working-Switch   PIC X       VALUE "Y".
           88 CalDayIsWorking                  VALUE "Y".

       01  WS-Zeller-Year          PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Month         PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Century       PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-YY            PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Term          PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Sum           PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Quot          PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Day           PIC 9       VALUE ZERO.

      * Days per month, February corrected for leap years below.
       01  CalMonthDayValues.
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
       01  CalMonthDayTable REDEFINES CalMonthDayValues.
           02 CalMonthDays PIC 99 OCCURS 12 TIMES.

       01  WS-Cal-Month-Length     PIC 99      VALUE ZERO.
       01  WS-Cal-Year-Rem         PIC 9(4)    VALUE ZERO.
       01  WS-Cal-Year-Quot        PIC 9(4)    VALUE ZERO.

      * The open invoices, loaded once so an installment can only
      * plan an invoice that really exists and is still open.
       01  InvoiceTableCount       PIC 9(4)    COMP VALUE ZERO.
           02 WS-Installs-Added    PIC 9(5)    VALUE ZERO.
           02 WS-Installs-Dropped  PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-Dates-Moved       PIC 9(5)    VALUE ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
      * finally keyed instead of penciled - one transaction per
      * installment with the catalog side's edit, reject and audit
      * discipline, against invoices that must exist and be open.
      * Under the PLANDUE working-day policy a due date that lands
      * on a day the office is shut moves on to the next working
      * day.
            PERFORM GetOperatorId
            PERFORM LoadInvoiceTable
            PERFORM LoadPlanTable
            PERFORM LoadWorkingCalendar

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
                    MOVE CourseCode-P TO PL-CourseCode-Tbl(PlanIdx)
                    MOVE Seq-P        TO PL-Seq-Tbl(PlanIdx)
                    MOVE DueDate-P    TO PL-DueDate-Tbl(PlanIdx)
                    IF CountWorkingDays
                        PERFORM RollDueDateForward
                    END-IF
                    MOVE Amount-P     TO WS-Amount-X
                    MOVE WS-Amount-Num TO PL-Amount-Tbl(PlanIdx)
                    MOVE "O"          TO PL-Status-Tbl(PlanIdx)
                ADD 1 TO WS-Installs-Dropped
            END-IF.

      * A due date keyed on a weekend, bank holiday or closure
      * moves on to the next working day; one that is not a real
      * month and day is left as keyed.
       RollDueDateForward.
            MOVE PL-DueDate-Tbl(PlanIdx) TO WS-Cal-Date
            IF WS-Cal-MM > ZERO AND WS-Cal-MM < 13
               AND WS-Cal-DD > ZERO AND WS-Cal-DD < 32
                PERFORM TestWorkingDay
                IF NOT CalDayIsWorking
                    PERFORM UNTIL CalDayIsWorking
                        PERFORM StepCalendarDay
                        PERFORM TestWorkingDay
                    END-PERFORM
                    MOVE WS-Cal-Date TO PL-DueDate-Tbl(PlanIdx)
                    ADD 1 TO WS-Dates-Moved
                END-IF
            END-IF.

       LocatePlanEntry.
            MOVE ZERO TO WS-Plan-Sub
            IF PlanTableCount > ZERO
            DISPLAY "PlanMaint - Control Report"
            DISPLAY "Installments added   : " WS-Installs-Added
            DISPLAY "Installments dropped : " WS-Installs-Dropped
            DISPLAY "Due dates moved      : " WS-Dates-Moved
            DISPLAY "Transactions rejected: " WS-Trans-Rejected.


                CLOSE SignonFile
            END-IF.

      * The policy rule for this run's use (its default when
      * CALPOL.DAT has no record for it), and under working days
      * the off-pattern days of every year built. No CALENDAR.DAT
      * (a "35" status) leaves plain Monday to Friday.
       LoadWorkingCalendar.
            OPEN INPUT CalPolicyFile
            IF WS-CalPol-Status NOT = "00"
                SET EndOfCalPolFile TO TRUE
            ELSE
                READ CalPolicyFile
                    AT END SET EndOfCalPolFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfCalPolFile
                IF CPL-Use = WS-Cal-Use
                    MOVE CPL-Rule TO WS-Cal-Rule
                END-IF
                READ CalPolicyFile
                    AT END SET EndOfCalPolFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-CalPol-Status NOT = "35"
                CLOSE CalPolicyFile
            END-IF
            IF CountWorkingDays
                PERFORM LoadOffPatternDays
            END-IF.

       LoadOffPatternDays.
            OPEN INPUT CalendarFile
            IF WS-Calendar-Status NOT = "00"
                SET EndOfCalendarFile TO TRUE
            ELSE
                READ CalendarFile
                    AT END SET EndOfCalendarFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfCalendarFile
                MOVE CAL-Date TO WS-Cal-Date
                PERFORM FindCalWeekday
                IF ((CAL-Bank-Holiday OR CAL-Non-Working)
                     AND WS-Cal-Weekday < 6)
                   OR (CAL-Working-Day AND WS-Cal-Weekday > 5)
                    IF OffPatternCount < 3000
                        SET OffPatternIdx TO OffPatternCount
                        SET OffPatternIdx UP BY 1
                        SET OffPatternCount TO OffPatternIdx
                        MOVE CAL-Date TO OP-Date-Tbl(OffPatternIdx)
                        MOVE CAL-Day-Type
                            TO OP-Type-Tbl(OffPatternIdx)
                    END-IF
                END-IF
                READ CalendarFile
                    AT END SET EndOfCalendarFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Calendar-Status NOT = "35"
                CLOSE CalendarFile
            END-IF.

      * WS-Cal-Date works Monday to Friday unless the calendar
      * says otherwise.
       TestWorkingDay.
            PERFORM FindCalWeekday
            IF WS-Cal-Weekday < 6
                SET CalDayIsWorking TO TRUE
            ELSE
                MOVE "N" TO WS-Cal-Working-Switch
            END-IF
            IF OffPatternCount > ZERO
                SET OffPatternIdx TO 1
                SEARCH OffPatternEntry
                   AT END CONTINUE
                   WHEN OP-Date-Tbl(OffPatternIdx) = WS-Cal-Date
                        IF OP-Type-Tbl(OffPatternIdx) = "W"
                            SET CalDayIsWorking TO TRUE
                        ELSE
                            MOVE "N" TO WS-Cal-Working-Switch
                        END-IF
                END-SEARCH
            END-IF.

       StepCalendarDay.
            MOVE CalMonthDays(WS-Cal-MM) TO WS-Cal-Month-Length
            IF WS-Cal-MM = 2
                DIVIDE WS-Cal-YYYY BY 4
                    GIVING WS-Cal-Year-Quot REMAINDER WS-Cal-Year-Rem
                IF WS-Cal-Year-Rem = ZERO
                    MOVE 29 TO WS-Cal-Month-Length
                    DIVIDE WS-Cal-YYYY BY 100
                        GIVING WS-Cal-Year-Quot
                        REMAINDER WS-Cal-Year-Rem
                    IF WS-Cal-Year-Rem = ZERO
                        MOVE 28 TO WS-Cal-Month-Length
                        DIVIDE WS-Cal-YYYY BY 400
                            GIVING WS-Cal-Year-Quot
                            REMAINDER WS-Cal-Year-Rem
                        IF WS-Cal-Year-Rem = ZERO
                            MOVE 29 TO WS-Cal-Month-Length
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-Cal-DD < WS-Cal-Month-Length
                ADD 1 TO WS-Cal-DD
            ELSE
                MOVE 1 TO WS-Cal-DD
                IF WS-Cal-MM < 12
                    ADD 1 TO WS-Cal-MM
                ELSE
                    MOVE 1 TO WS-Cal-MM
                    ADD 1 TO WS-Cal-YYYY
                END-IF
            END-IF.

      * Zeller's congruence, as InstrAbsence works out the day a
      * class falls on - 1 for Monday through 7 for Sunday.
       FindCalWeekday.
            MOVE WS-Cal-YYYY TO WS-Zeller-Year
            MOVE WS-Cal-MM   TO WS-Zeller-Month
            IF WS-Zeller-Month < 3
                ADD 12 TO WS-Zeller-Month
                SUBTRACT 1 FROM WS-Zeller-Year
            END-IF
            DIVIDE WS-Zeller-Year BY 100
                GIVING WS-Zeller-Century REMAINDER WS-Zeller-YY
            COMPUTE WS-Zeller-Term = 13 * (WS-Zeller-Month + 1)
            DIVIDE WS-Zeller-Term BY 5 GIVING WS-Zeller-Term
            MOVE WS-Cal-DD TO WS-Zeller-Sum
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
            COMPUTE WS-Cal-Weekday = WS-Zeller-Day + 1.

       END PROGRAM PlanMaint.
