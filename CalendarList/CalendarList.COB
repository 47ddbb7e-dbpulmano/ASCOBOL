      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarList.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Calendar-Status.

           SELECT CalPolicyFile ASSIGN "CALPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CalPol-Status.

           SELECT ReportFile ASSIGN "CALENDAR.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile.
           COPY CALENDAR.

       FD  CalPolicyFile.
           COPY CALPOL.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Calendar-Status      PIC XX      VALUE SPACES.
       01  WS-CalPol-Status        PIC XX      VALUE SPACES.

       01  WS-Calendar-EOF-Switch  PIC X       VALUE "N".
           88 EndOfCalendarFile                VALUE "Y".
       01  WS-CalPol-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCalPolFile                  VALUE "Y".

       01  KeyedYear               PIC X(4)    VALUE SPACES.
       01  WS-List-Year            PIC 9(4)    VALUE ZERO.

      * The one year being listed, in date order as CalendarMaint
      * stores it.
       01  DayTableCount           PIC 9(3)    COMP VALUE ZERO.
       01  DayTable.
           02 DayEntry             OCCURS 1 TO 366 TIMES
                                    DEPENDING ON DayTableCount
                                    INDEXED BY DayIdx.
               03 DY-Date-Tbl      PIC 9(8).
               03 DY-Date-Split-Tbl REDEFINES DY-Date-Tbl.
                   04 DY-YYYY-Tbl  PIC 9(4).
                   04 DY-MM-Tbl    PIC 9(2).
                   04 DY-DD-Tbl    PIC 9(2).
               03 DY-Type-Tbl      PIC X.
               03 DY-Desc-Tbl      PIC X(30).
               03 DY-Weekday-Tbl   PIC 9.

       01  WS-Day-Sub              PIC 9(3)    COMP VALUE ZERO.
       01  WS-Month-Sub            PIC 9(2)    VALUE ZERO.

       01  WS-Day-Split.
           02 WS-Day-YYYY          PIC 9(4).
           02 WS-Day-MM            PIC 9(2).
           02 WS-Day-DD            PIC 9(2).
       01  WS-Day-Weekday          PIC 9       VALUE ZERO.

       01  WS-Zeller-Year          PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Month         PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Century       PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-YY            PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Term          PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Sum           PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Quot          PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Day           PIC 9       VALUE ZERO.

       01  DayNameValues.
           02 FILLER  PIC X(3) VALUE "MON".
           02 FILLER  PIC X(3) VALUE "TUE".
           02 FILLER  PIC X(3) VALUE "WED".
           02 FILLER  PIC X(3) VALUE "THU".
           02 FILLER  PIC X(3) VALUE "FRI".
           02 FILLER  PIC X(3) VALUE "SAT".
           02 FILLER  PIC X(3) VALUE "SUN".
       01  DayNameTable REDEFINES DayNameValues.
           02 DayName PIC X(3) OCCURS 7 TIMES.

       01  MonthNameValues.
           02 FILLER  PIC X(9) VALUE "JANUARY".
           02 FILLER  PIC X(9) VALUE "FEBRUARY".
           02 FILLER  PIC X(9) VALUE "MARCH".
           02 FILLER  PIC X(9) VALUE "APRIL".
           02 FILLER  PIC X(9) VALUE "MAY".
           02 FILLER  PIC X(9) VALUE "JUNE".
           02 FILLER  PIC X(9) VALUE "JULY".
           02 FILLER  PIC X(9) VALUE "AUGUST".
           02 FILLER  PIC X(9) VALUE "SEPTEMBER".
           02 FILLER  PIC X(9) VALUE "OCTOBER".
           02 FILLER  PIC X(9) VALUE "NOVEMBER".
           02 FILLER  PIC X(9) VALUE "DECEMBER".
       01  MonthNameTable REDEFINES MonthNameValues.
           02 MonthName PIC X(9) OCCURS 12 TIMES.

       01  WS-Month-Working        PIC 9(3)    VALUE ZERO.
       01  WS-Month-Non-Working    PIC 9(3)    VALUE ZERO.

       01  WS-Year-Totals.
           02 WS-Year-Working      PIC 9(3)    VALUE ZERO.
           02 WS-Year-Holidays     PIC 9(3)    VALUE ZERO.
           02 WS-Year-Closures     PIC 9(3)    VALUE ZERO.
           02 WS-Year-Weekend-Work PIC 9(3)    VALUE ZERO.
           02 WS-Year-Weekend-Hol  PIC 9(3)    VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(21)   VALUE
              "SHOP CALENDAR - YEAR ".
           02 TI-Year               PIC 9(4).
           02 FILLER                PIC X(55)   VALUE SPACES.

       01  WS-Policy-Line.
           02 FILLER                PIC X(20)   VALUE
              "WORKING-DAY POLICY  ".
           02 PL-Use                PIC X(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 PL-Rule               PIC X(14).
           02 FILLER                PIC X(36)   VALUE SPACES.

       01  WS-Month-Line.
           02 ML-Month-Name         PIC X(9).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 ML-Year               PIC 9(4).
           02 FILLER                PIC X(16)   VALUE
              "   WORKING DAYS ".
           02 ML-Working            PIC ZZ9.
           02 FILLER                PIC X(15)   VALUE
              "   NON-WORKING ".
           02 ML-Non-Working        PIC ZZ9.
           02 FILLER                PIC X(29)   VALUE SPACES.

       01  WS-Detail-Line.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 DL-Date               PIC 9(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Day-Name           PIC X(3).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Type               PIC X(13).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Description        PIC X(30).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-Note               PIC X(15).

       01  WS-Total-Line.
           02 TL-Label              PIC X(34).
           02 TL-Count              PIC ZZ9.
           02 FILLER                PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The year's calendar as the office checks it before January -
      * month by month the working-day count and every day that
      * breaks the Monday-to-Friday pattern: the bank holidays, the
      * closures and any working weekend day, with a holiday that
      * falls on a weekend called out so its substitute day is not
      * forgotten. A year not yet built is refused.
            DISPLAY "Enter the calendar year to list (YYYY): "
                WITH NO ADVANCING
            MOVE SPACES TO KeyedYear
            ACCEPT KeyedYear
            IF KeyedYear NOT NUMERIC
                DISPLAY "CalendarList - YEAR MUST BE 4 NUMERIC "
                    "DIGITS - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE KeyedYear TO WS-List-Year

            PERFORM LoadCalendarYear
            IF DayTableCount = ZERO
                DISPLAY "CalendarList - YEAR " WS-List-Year
                    " NOT BUILT ON CALENDAR.DAT - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM PrintCalendarList

            DISPLAY "CalendarList - Control Report"
            DISPLAY "Year listed          : " WS-List-Year
            DISPLAY "Days on calendar     : " DayTableCount
            DISPLAY "Working days         : " WS-Year-Working
            DISPLAY "Bank holidays        : " WS-Year-Holidays
            DISPLAY "Weekday closures     : " WS-Year-Closures
            DISPLAY "Working weekend days : " WS-Year-Weekend-Work
            STOP RUN.

      * No CALENDAR.DAT (a "35" status) means no year is built -
      * the empty table refuses the run.
       LoadCalendarYear.
            OPEN INPUT CalendarFile
            IF WS-Calendar-Status NOT = "00"
                SET EndOfCalendarFile TO TRUE
            ELSE
                READ CalendarFile
                    AT END SET EndOfCalendarFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfCalendarFile
                IF CAL-Date-YYYY = WS-List-Year
                   AND DayTableCount < 366
                    SET DayIdx TO DayTableCount
                    SET DayIdx UP BY 1
                    SET DayTableCount TO DayIdx
                    MOVE CAL-Date        TO DY-Date-Tbl(DayIdx)
                    MOVE CAL-Day-Type    TO DY-Type-Tbl(DayIdx)
                    MOVE CAL-Description TO DY-Desc-Tbl(DayIdx)
                    MOVE CAL-Date        TO WS-Day-Split
                    PERFORM FindDayWeekday
                    MOVE WS-Day-Weekday  TO DY-Weekday-Tbl(DayIdx)
                END-IF
                READ CalendarFile
                    AT END SET EndOfCalendarFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Calendar-Status NOT = "35"
                CLOSE CalendarFile
            END-IF.

       PrintCalendarList.
            OPEN OUTPUT ReportFile
            MOVE WS-List-Year TO TI-Year
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            PERFORM PrintPolicies
            PERFORM PrintOneMonth
                VARYING WS-Month-Sub FROM 1 BY 1
                UNTIL WS-Month-Sub > 12
            MOVE SPACES TO ShowReport
            WRITE ShowReport
            MOVE "YEAR TOTAL - WORKING DAYS" TO TL-Label
            MOVE WS-Year-Working TO TL-Count
            MOVE WS-Total-Line TO ShowReport
            WRITE ShowReport
            MOVE "YEAR TOTAL - BANK HOLIDAYS" TO TL-Label
            MOVE WS-Year-Holidays TO TL-Count
            MOVE WS-Total-Line TO ShowReport
            WRITE ShowReport
            MOVE "YEAR TOTAL - WEEKDAY CLOSURES" TO TL-Label
            MOVE WS-Year-Closures TO TL-Count
            MOVE WS-Total-Line TO ShowReport
            WRITE ShowReport
            MOVE "YEAR TOTAL - WORKING WEEKEND DAYS" TO TL-Label
            MOVE WS-Year-Weekend-Work TO TL-Count
            MOVE WS-Total-Line TO ShowReport
            WRITE ShowReport
            MOVE "BANK HOLIDAYS ON A WEEKEND" TO TL-Label
            MOVE WS-Year-Weekend-Hol TO TL-Count
            MOVE WS-Total-Line TO ShowReport
            WRITE ShowReport
            CLOSE ReportFile.

      * The rule each use counts by - a use with no policy record
      * prints its default.
       PrintPolicies.
            MOVE SPACES TO ShowReport
            WRITE ShowReport
            MOVE "N" TO WS-CalPol-EOF-Switch
            OPEN INPUT CalPolicyFile
            IF WS-CalPol-Status NOT = "00"
                SET EndOfCalPolFile TO TRUE
            ELSE
                READ CalPolicyFile
                    AT END SET EndOfCalPolFile TO TRUE
                END-READ
            END-IF
            IF EndOfCalPolFile
                MOVE "NONE SET" TO PL-Use
                MOVE "DEFAULTS" TO PL-Rule
                MOVE WS-Policy-Line TO ShowReport
                WRITE ShowReport
            END-IF
            PERFORM UNTIL EndOfCalPolFile
                MOVE CPL-Use TO PL-Use
                IF CPL-Working-Days
                    MOVE "WORKING DAYS" TO PL-Rule
                ELSE
                    MOVE "CALENDAR DAYS" TO PL-Rule
                END-IF
                MOVE WS-Policy-Line TO ShowReport
                WRITE ShowReport
                READ CalPolicyFile
                    AT END SET EndOfCalPolFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-CalPol-Status NOT = "35"
                CLOSE CalPolicyFile
            END-IF.

      * The month's counts head its exceptions, so the days are
      * counted in one pass and listed in a second.
       PrintOneMonth.
            MOVE ZERO TO WS-Month-Working
            MOVE ZERO TO WS-Month-Non-Working
            PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                    UNTIL WS-Day-Sub > DayTableCount
                IF DY-MM-Tbl(WS-Day-Sub) = WS-Month-Sub
                    IF DY-Type-Tbl(WS-Day-Sub) = "H" OR "N"
                        ADD 1 TO WS-Month-Non-Working
                    ELSE
                        ADD 1 TO WS-Month-Working
                    END-IF
                END-IF
            END-PERFORM
            ADD WS-Month-Working TO WS-Year-Working
            MOVE SPACES TO ShowReport
            WRITE ShowReport
            MOVE MonthName(WS-Month-Sub) TO ML-Month-Name
            MOVE WS-List-Year TO ML-Year
            MOVE WS-Month-Working TO ML-Working
            MOVE WS-Month-Non-Working TO ML-Non-Working
            MOVE WS-Month-Line TO ShowReport
            WRITE ShowReport
            PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                    UNTIL WS-Day-Sub > DayTableCount
                IF DY-MM-Tbl(WS-Day-Sub) = WS-Month-Sub
                    PERFORM PrintExceptionDay
                END-IF
            END-PERFORM.

      * A weekday typed W or a weekend typed N is the plain pattern
      * and is not listed.
       PrintExceptionDay.
            MOVE SPACES TO DL-Type
            MOVE SPACES TO DL-Note
            EVALUATE TRUE
                WHEN DY-Type-Tbl(WS-Day-Sub) = "H"
                    MOVE "BANK HOLIDAY" TO DL-Type
                    ADD 1 TO WS-Year-Holidays
                    IF DY-Weekday-Tbl(WS-Day-Sub) > 5
                        MOVE "FALLS ON WKEND" TO DL-Note
                        ADD 1 TO WS-Year-Weekend-Hol
                    END-IF
                WHEN DY-Type-Tbl(WS-Day-Sub) = "N"
                     AND DY-Weekday-Tbl(WS-Day-Sub) < 6
                    MOVE "CLOSED" TO DL-Type
                    ADD 1 TO WS-Year-Closures
                WHEN DY-Type-Tbl(WS-Day-Sub) = "W"
                     AND DY-Weekday-Tbl(WS-Day-Sub) > 5
                    MOVE "WORKING" TO DL-Type
                    ADD 1 TO WS-Year-Weekend-Work
            END-EVALUATE
            IF DL-Type NOT = SPACES
                MOVE DY-Date-Tbl(WS-Day-Sub) TO DL-Date
                MOVE DayName(DY-Weekday-Tbl(WS-Day-Sub))
                    TO DL-Day-Name
                MOVE DY-Desc-Tbl(WS-Day-Sub) TO DL-Description
                MOVE WS-Detail-Line TO ShowReport
                WRITE ShowReport
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

       END PROGRAM CalendarList.
