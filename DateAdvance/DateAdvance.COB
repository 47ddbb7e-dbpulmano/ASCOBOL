                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RunCtl-Status.

      * The shop calendar and its policy - the business date steps
      * over the days the office is shut unless BUSDATE is set to
      * calendar days.
           SELECT CalendarFile ASSIGN "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Calendar-Status.

           SELECT CalPolicyFile ASSIGN "CALPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CalPol-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BusinessDateFile.
       FD  RunControlFile.
           COPY RUNCTL.

       FD  CalendarFile.
           COPY CALENDAR.

       FD  CalPolicyFile.
           COPY CALPOL.

       WORKING-STORAGE SECTION.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.
       01  WS-RunCtl-Status        PIC XX      VALUE SPACES.

       01  WS-Step-Sub             PIC 9(4)    COMP VALUE ZERO.

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
       01  WS-Cal-Use              PIC X(8)    VALUE "BUSDATE".
       01  WS-Cal-Rule             PIC X       VALUE "W".
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
       01  WS-Days-Skipped         PIC 9(3)    VALUE ZERO.

       01  WS-Zeller-Year          PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Month         PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Century       PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-YY            PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Term          PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Sum           PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Quot          PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Day           PIC 9       VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
      * The explicit end-of-day step the clock used to fake - the
      * deliberate reposition), and refuses outright while
      * RUNCTL.DAT shows a step started but not completed for the
      * current date. MonthEndSummary and DailySummary finally see
      * clean day boundaries. Under the working-day policy the
      * advance carries on over weekends, bank holidays and
      * closures to the next day the office works; a keyed date is
      * taken as keyed, with a warning if the office is shut.
            PERFORM LoadBusinessDate
            DISPLAY "Current business date is " WS-Business-Date
            DISPLAY "New date YYYYMMDD (blank = advance one day): "
                STOP RUN
            END-IF

            PERFORM LoadWorkingCalendar
            IF KeyedNewDate NUMERIC
                MOVE KeyedNewDate TO WS-New-Date
                IF CountWorkingDays
                    MOVE WS-New-Date TO WS-Cal-Date
                    PERFORM TestWorkingDay
                    IF NOT CalDayIsWorking
                        DISPLAY "DateAdvance - WARNING " WS-New-Date
                            " IS NOT A WORKING DAY ON THE CALENDAR"
                    END-IF
                END-IF
            ELSE
                MOVE WS-Business-Date TO WS-Date-Split
                PERFORM AdvanceOneDay
                IF CountWorkingDays
                    MOVE WS-New-Date TO WS-Cal-Date
                    PERFORM TestWorkingDay
                    PERFORM UNTIL CalDayIsWorking
                        ADD 1 TO WS-Days-Skipped
                        PERFORM AdvanceOneDay
                        MOVE WS-New-Date TO WS-Cal-Date
                        PERFORM TestWorkingDay
                    END-PERFORM
                END-IF
            END-IF

            OPEN OUTPUT BusinessDateFile
            WRITE BusinessDateRecord
            CLOSE BusinessDateFile

            IF WS-Days-Skipped > ZERO
                DISPLAY "DateAdvance - " WS-Days-Skipped
                    " NON-WORKING DAY(S) SKIPPED"
            END-IF
            DISPLAY "DateAdvance - BUSINESS DATE NOW " WS-New-Date
            STOP RUN.

                CLOSE BusinessDateFile
            END-IF.

      * Steps WS-Date-Split on by one day - the caller loads it.
       AdvanceOneDay.
            MOVE MonthDays(WS-Date-MM) TO WS-Month-Length
            IF WS-Date-MM = 2
                DIVIDE WS-Date-YYYY BY 4
                MOVE "C" TO ST-Complete-Tbl(WS-Step-Sub)
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

       END PROGRAM DateAdvance.
