                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

      * The shop calendar - a working-days-only job is not due on a
      * date the office is shut.
           SELECT CalendarFile ASSIGN "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ScheduleFile.
       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  CalendarFile.
           COPY CALENDAR.

       WORKING-STORAGE SECTION.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.
       01  WS-Schedule-Status      PIC XX      VALUE SPACES.
           88 EndOfScheduleFile                VALUE "Y".
       01  WS-RunCtl-EOF-Switch    PIC X       VALUE "N".
           88 EndOfRunCtlFile                  VALUE "Y".
      * TIME comes back as HHMMSS and hundredths - a stamp keeps the
      * clock time to the second, so a step can be timed from its
      * start and complete stamps.
       01  WS-Stamp-Clock.
           02 WS-Stamp-HHMMSS      PIC 9(6).
           02 WS-Stamp-Hundredths  PIC 9(2).

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

               03 JB-Freq-Tbl      PIC X.
               03 JB-Pred1-Tbl     PIC X(10).
               03 JB-Pred2-Tbl     PIC X(10).
               03 JB-Day-Rule-Tbl  PIC X.
               03 JB-State-Tbl     PIC X.
                   88 JobStateDue          VALUE "D".
                   88 JobStateDone         VALUE "C".
                   88 JobStateNotDue       VALUE "X".
                   88 JobStateFailed       VALUE "F".
                   88 JobStateOffDay       VALUE "H".

       01  WS-Job-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Pred-Name            PIC X(10)   VALUE SPACES.
           88 PassMadeProgress                 VALUE "Y".
       01  WS-Callable             PIC X(14)   VALUE SPACES.

      * The shop calendar as this run reads it - only the days that
      * break the Monday-to-Friday pattern (a weekday holiday or
      * closure, a working weekend day); any other day works Monday
      * to Friday.
       01  WS-Calendar-Status      PIC XX      VALUE SPACES.
       01  WS-Calendar-EOF-Switch  PIC X       VALUE "N".
           88 EndOfCalendarFile                VALUE "Y".

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

       01  WS-Run-Totals.
           02 WS-Jobs-Run          PIC 9(3)    VALUE ZERO.
           02 WS-Jobs-Skipped      PIC 9(3)    VALUE ZERO.
      * student chain already stamps. The progress display names
      * what ran, what was already done, and what is blocked and
      * by which step - StockUpdate can never again run under an
      * unfinished validation pass. A job held to working days is
      * not due when the business date is a weekend, bank holiday
      * or closure on the shop calendar.
            PERFORM GetBusinessDate
            PERFORM LoadOffPatternDays
            MOVE WS-Business-Date TO WS-Cal-Date
            PERFORM TestWorkingDay
            DISPLAY "Frequencies to run tonight (N, NP or NPM): "
                WITH NO ADVANCING
            MOVE SPACES TO KeyedFrequencies
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF JobStateDue(WS-Job-Sub)
                   AND JB-Day-Rule-Tbl(WS-Job-Sub) = "W"
                   AND NOT CalDayIsWorking
                    MOVE "H" TO JB-State-Tbl(WS-Job-Sub)
                END-IF
            END-PERFORM.

      * A job already stamped complete for the business date skips
                PERFORM CheckOnePredecessor
            END-IF.

      * A predecessor held back for a non-working day never runs
      * tonight, so it cannot hold up the jobs behind it.
       CheckOnePredecessor.
            PERFORM CheckStampComplete
            IF NOT PredecessorComplete
                SET JobIdx TO 1
                SEARCH JobEntry
                   AT END CONTINUE
                   WHEN JB-Name-Tbl(JobIdx) = WS-Pred-Name
                        AND JobStateOffDay(JobIdx)
                        SET PredecessorComplete TO TRUE
                END-SEARCH
            END-IF
            IF NOT PredecessorComplete
                MOVE WS-Pred-Name TO WS-Blocking-Pred
            END-IF.
            OPEN EXTEND RunControlFile
            MOVE WS-Business-Date TO RUNC-Date
            MOVE WS-Pred-Name     TO RUNC-Program
            ACCEPT WS-Stamp-Clock FROM TIME
            MOVE WS-Stamp-HHMMSS  TO RUNC-Time
            MOVE "S"              TO RUNC-Status
            WRITE RunControlRecord
            CLOSE RunControlFile.
            OPEN EXTEND RunControlFile
            MOVE WS-Business-Date TO RUNC-Date
            MOVE WS-Pred-Name     TO RUNC-Program
            ACCEPT WS-Stamp-Clock FROM TIME
            MOVE WS-Stamp-HHMMSS  TO RUNC-Time
            MOVE "C"              TO RUNC-Status
            WRITE RunControlRecord
            CLOSE RunControlFile.
                    WHEN JobStateNotDue(WS-Job-Sub)
                        DISPLAY "  " JB-Name-Tbl(WS-Job-Sub)
                            " NOT DUE TONIGHT"
                    WHEN JobStateOffDay(WS-Job-Sub)
                        DISPLAY "  " JB-Name-Tbl(WS-Job-Sub)
                            " NOT DUE - NOT A WORKING DAY"
                    WHEN OTHER
                        PERFORM CheckPredecessors
                        DISPLAY "  " JB-Name-Tbl(WS-Job-Sub)
                MOVE JOB-Frequency TO JB-Freq-Tbl(JobIdx)
                MOVE JOB-Pred-1    TO JB-Pred1-Tbl(JobIdx)
                MOVE JOB-Pred-2    TO JB-Pred2-Tbl(JobIdx)
                MOVE JOB-Day-Rule  TO JB-Day-Rule-Tbl(JobIdx)
                MOVE "X"           TO JB-State-Tbl(JobIdx)
                READ ScheduleFile
                    AT END SET EndOfScheduleFile TO TRUE
                CLOSE BusinessDateFile
            END-IF.

      * The off-pattern days of every year built. No CALENDAR.DAT
      * (a "35" status) leaves plain Monday to Friday.
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

       END PROGRAM BatchScheduler.
