      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttendRegister.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES.

           SELECT EnrollFile ASSIGN "ENROLL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Enroll-Status.

           SELECT ScheduleFile ASSIGN "SCHEDULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Schedule-Status.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * Every sheet printed is registered here with the line count
      * keying it must come back to.
           SELECT RegisterFile ASSIGN "ATTREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Register-Status.

      * The sheet next-number control - the same one-record
      * discipline INVNUM.DAT keeps for invoice numbers.
           SELECT SheetNumFile ASSIGN "REGNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SheetNum-Status.

           SELECT SheetPrintFile ASSIGN "ATTREG.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  EnrollFile.
           COPY ENROLL.

       FD  ScheduleFile.
           COPY SCHEDULE.

       FD  CourseFile.
           COPY COURSMAS.

       FD  RegisterFile.
           COPY REGSHEET.

       FD  SheetNumFile.
       01  SheetNumRecord.
           02 RGN-Next-Number      PIC 9(6).

       FD  SheetPrintFile.
       01  ShowSheet                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Enroll-Status         PIC XX      VALUE SPACES.
       01  WS-Schedule-Status       PIC XX      VALUE SPACES.
       01  WS-Register-Status       PIC XX      VALUE SPACES.
       01  WS-SheetNum-Status       PIC XX      VALUE SPACES.

       01  WS-Student-EOF-Switch    PIC X       VALUE "N".
           88 EndOfStudentFile                  VALUE "Y".
       01  WS-Enroll-EOF-Switch     PIC X       VALUE "N".
           88 EndOfEnrollFile                   VALUE "Y".
       01  WS-Schedule-EOF-Switch   PIC X       VALUE "N".
           88 EndOfScheduleFile                 VALUE "Y".
       01  WS-Course-EOF-Switch     PIC X       VALUE "N".
           88 EndOfCourseFile                   VALUE "Y".

       01  KeyedFromDate            PIC X(8)    VALUE SPACES.
       01  KeyedToDate              PIC X(8)    VALUE SPACES.
       01  KeyedCourseCode          PIC X(4)    VALUE SPACES.
       01  WS-From-Date             PIC 9(8)    VALUE ZERO.
       01  WS-To-Date               PIC 9(8)    VALUE ZERO.

       01  WS-Next-Sheet-Number     PIC 9(6)    VALUE 1.

      * One sheet carries this many class dates - as many P/A box
      * columns as fit across the page beside the name.
       01  WS-Dates-Per-Sheet       PIC 9(2)    VALUE 9.

       01  EnrollTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  EnrollTable.
           02 EnrollEntry           OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON EnrollTableCount
                                     INDEXED BY EnrollIdx.
               03 EN-StudentId-Tbl  PIC 9(7).
               03 EN-CourseCode-Tbl PIC X(4).
               03 EN-Section-Tbl    PIC X.

       01  SchedTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  SchedTable.
           02 SchedEntry            OCCURS 1 TO 1000 TIMES
                                     DEPENDING ON SchedTableCount
                                     INDEXED BY SchedIdx.
               03 SC-Course-Tbl     PIC X(4).
               03 SC-Day-Tbl        PIC 9.
               03 SC-Start-Tbl      PIC 9(4).
               03 SC-End-Tbl        PIC 9(4).
               03 SC-Room-Tbl       PIC X(6).
               03 SC-Section-Tbl    PIC X.

       01  CourseTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry           OCCURS 1 TO 200 TIMES
                                     DEPENDING ON CourseTableCount
                                     INDEXED BY CourseIdx.
               03 CourseCode-Tbl    PIC X(4).
               03 CourseName-Tbl    PIC X(30).

      * Every active student once per course they take - the
      * primary course off the master and each ENROLL.DAT row -
      * gathered in one StudentId-order pass of the master, so each
      * course's lines come off already in StudentId order. A
      * section's meeting takes only the students in that section;
      * a whole-course meeting takes every section.
       01  RosterTableCount         PIC 9(5)    COMP VALUE ZERO.
       01  RosterTable.
           02 RosterEntry           OCCURS 1 TO 10000 TIMES
                                     DEPENDING ON RosterTableCount
                                     INDEXED BY RosterIdx.
               03 RS-CourseCode-Tbl PIC X(4).
               03 RS-Section-Tbl    PIC X.
               03 RS-StudentId-Tbl  PIC 9(7).
               03 RS-Surname-Tbl    PIC X(8).
               03 RS-Initials-Tbl   PIC XX.

      * The class dates one meeting falls on inside the keyed range.
       01  ClassDateCount           PIC 9(4)    COMP VALUE ZERO.
       01  ClassDateList.
           02 ClassDateEntry        OCCURS 1 TO 60 TIMES
                                     DEPENDING ON ClassDateCount.
               03 CD-Date           PIC 9(8).

       01  WS-Course-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Date-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Chunk-Start           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Chunk-End             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Col-Sub               PIC 9(4)    COMP VALUE ZERO.
       01  WS-Wanted-Course         PIC X(4)    VALUE SPACES.
       01  WS-Wanted-Section        PIC X       VALUE SPACE.
       01  WS-Course-Students       PIC 9(4)    VALUE ZERO.
       01  WS-Sheet-Dates           PIC 9(2)    VALUE ZERO.
       01  WS-Sheet-Lines           PIC 9(5)    VALUE ZERO.

      * Walking the calendar a day at a time from the first date of
      * the range - the weekday found once by Zeller's rule, then
      * carried forward alongside the date.
       01  WS-Walk-Date             PIC 9(8)    VALUE ZERO.
       01  WS-Start-Weekday         PIC 9       VALUE ZERO.
       01  WS-Walk-Weekday          PIC 9       VALUE ZERO.
       01  WS-Date-Split.
           02 WS-Date-YYYY          PIC 9(4).
           02 WS-Date-MM            PIC 9(2).
           02 WS-Date-DD            PIC 9(2).
       01  WS-Zeller-Year           PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Month          PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Century        PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-YY             PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Term           PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Sum            PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Quot           PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Day            PIC 9       VALUE ZERO.

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

       01  WS-Month-Length          PIC 99      VALUE ZERO.
       01  WS-Year-Rem              PIC 9(4)    VALUE ZERO.
       01  WS-Year-Quot             PIC 9(4)    VALUE ZERO.

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

       01  WS-Run-Totals.
           02 WS-Meetings-Scanned   PIC 9(5)    VALUE ZERO.
           02 WS-Sheets-Printed     PIC 9(5)    VALUE ZERO.
           02 WS-Lines-To-Key       PIC 9(7)    VALUE ZERO.
           02 WS-No-Dates-Count     PIC 9(5)    VALUE ZERO.
           02 WS-No-Students-Count  PIC 9(5)    VALUE ZERO.

       01  WS-Sheet-Head-Line.
           02 FILLER                PIC X(26)   VALUE
              "ATTENDANCE REGISTER SHEET ".
           02 SH-Sheet-No           PIC 9(6).
           02 FILLER                PIC X(10)   VALUE
              "   COURSE ".
           02 SH-CourseCode         PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 SH-CourseName         PIC X(30).
           02 FILLER                PIC X(3)    VALUE SPACES.

       01  WS-Meeting-Line.
           02 FILLER                PIC X(7)    VALUE "MEETS  ".
           02 ML-Day                PIC X(9).
           02 FILLER                PIC X       VALUE SPACE.
           02 ML-Start              PIC 9(4).
           02 FILLER                PIC X       VALUE "-".
           02 ML-End                PIC 9(4).
           02 FILLER                PIC X(8)    VALUE "  ROOM  ".
           02 ML-Room               PIC X(6).
           02 ML-Section-Caption    PIC X(10).
           02 ML-Section            PIC X.
           02 FILLER                PIC X(29)   VALUE SPACES.

       01  WS-Column-Line.
           02 FILLER                PIC X(22)   VALUE
              "STUDENT NAME".
           02 CL-Date-Col           OCCURS 9 TIMES.
               03 CL-Date           PIC X(5).
               03 FILLER            PIC X.
           02 FILLER                PIC X(4).

       01  WS-Column-Date.
           02 WS-Column-MM          PIC X(2).
           02 FILLER                PIC X       VALUE "/".
           02 WS-Column-DD          PIC X(2).

       01  WS-Detail-Line.
           02 DL-StudentId          PIC 9(7).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Name               PIC X(12).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Box                PIC X(6)    OCCURS 9 TIMES.
           02 FILLER                PIC X(4).

      * Same "Surname, Initials" formatting StudentName's
      * PrintNameList already uses for the name list print.
       01  WS-Formatted-Name.
           02 WS-Name-Surname       PIC X(8).
           02 FILLER                PIC X(2)    VALUE ", ".
           02 WS-Name-Initials      PIC XX.

       01  WS-Count-Line.
           02 FILLER                PIC X(16)   VALUE
              "LINES ON SHEET: ".
           02 CN-Students           PIC ZZZ9.
           02 FILLER                PIC X(16)   VALUE
              "   CLASS DATES: ".
           02 CN-Dates              PIC Z9.
           02 FILLER                PIC X(17)   VALUE
              "   LINES TO KEY: ".
           02 CN-Lines              PIC ZZZZ9.
           02 FILLER                PIC X(20)   VALUE SPACES.

       01  WS-Keying-Line.
           02 FILLER                PIC X(42)   VALUE
              "MARK P OR A IN EACH BOX - KEY WITH SHEET ".
           02 KL-Sheet-No           PIC 9(6).
           02 FILLER                PIC X(32)   VALUE SPACES.

       01  WS-Signature-Line        PIC X(80)   VALUE
           "INSTRUCTOR SIGNATURE ______________________".

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The paper the instructors used to rule by hand, printed
      * instead - one register per course meeting over the keyed
      * date range, every enrolled student already on it by
      * StudentId and name with a P/A box for each class date the
      * meeting falls on. Each sheet takes the next sheet number
      * and is registered on ATTREG.DAT with the number of lines
      * keying it must produce, so AttendCapture can hold the
      * keying to the sheet.
            DISPLAY "First class date (CCYYMMDD): " WITH NO ADVANCING
            ACCEPT KeyedFromDate
            DISPLAY "Last class date (CCYYMMDD): " WITH NO ADVANCING
            ACCEPT KeyedToDate
            IF KeyedFromDate NOT NUMERIC OR KeyedToDate NOT NUMERIC
                DISPLAY "AttendRegister - DATES MUST BE 8 NUMERIC "
                    "DIGITS - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE KeyedFromDate TO WS-From-Date
            MOVE KeyedToDate   TO WS-To-Date
            IF WS-From-Date > WS-To-Date
                DISPLAY "AttendRegister - FIRST DATE AFTER LAST DATE "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Course code (blank = all courses): "
                WITH NO ADVANCING
            ACCEPT KeyedCourseCode

            PERFORM FindStartWeekday
            PERFORM GetNextSheetNumber
            PERFORM LoadEnrollTable
            PERFORM LoadScheduleTable
            PERFORM LoadCourseTable
            PERFORM BuildRosterTable

            OPEN OUTPUT SheetPrintFile
            OPEN EXTEND RegisterFile
            IF WS-Register-Status = "35"
                OPEN OUTPUT RegisterFile
            END-IF
            PERFORM VARYING SchedIdx FROM 1 BY 1
                    UNTIL SchedIdx > SchedTableCount
                IF KeyedCourseCode = SPACES
                   OR SC-Course-Tbl(SchedIdx) = KeyedCourseCode
                    PERFORM PrintMeetingRegisters
                END-IF
            END-PERFORM
            CLOSE SheetPrintFile
            CLOSE RegisterFile
            PERFORM StoreNextSheetNumber

            DISPLAY "AttendRegister - Control Report"
            DISPLAY "Meetings scanned     : " WS-Meetings-Scanned
            DISPLAY "Sheets printed       : " WS-Sheets-Printed
            DISPLAY "Lines to key         : " WS-Lines-To-Key
            DISPLAY "No class in range    : " WS-No-Dates-Count
            DISPLAY "No students enrolled : " WS-No-Students-Count
            STOP RUN.

      * One meeting's dates split across as many sheets as it
      * takes at the per-sheet column count.
       PrintMeetingRegisters.
            ADD 1 TO WS-Meetings-Scanned
            MOVE SC-Course-Tbl(SchedIdx) TO WS-Wanted-Course
            PERFORM BuildClassDates
            MOVE ZERO TO WS-Course-Students
            PERFORM VARYING RosterIdx FROM 1 BY 1
                    UNTIL RosterIdx > RosterTableCount
                IF RS-CourseCode-Tbl(RosterIdx) = WS-Wanted-Course
                   AND (SC-Section-Tbl(SchedIdx) = SPACE
                    OR RS-Section-Tbl(RosterIdx)
                       = SC-Section-Tbl(SchedIdx))
                    ADD 1 TO WS-Course-Students
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN ClassDateCount = ZERO
                    ADD 1 TO WS-No-Dates-Count
                WHEN WS-Course-Students = ZERO
                    ADD 1 TO WS-No-Students-Count
                WHEN OTHER
                    PERFORM PrintOneSheet
                        VARYING WS-Chunk-Start FROM 1
                        BY WS-Dates-Per-Sheet
                        UNTIL WS-Chunk-Start > ClassDateCount
            END-EVALUATE.

       PrintOneSheet.
            COMPUTE WS-Chunk-End =
                WS-Chunk-Start + WS-Dates-Per-Sheet - 1
            IF WS-Chunk-End > ClassDateCount
                MOVE ClassDateCount TO WS-Chunk-End
            END-IF
            COMPUTE WS-Sheet-Dates = WS-Chunk-End - WS-Chunk-Start + 1
            COMPUTE WS-Sheet-Lines =
                WS-Course-Students * WS-Sheet-Dates

            MOVE WS-Next-Sheet-Number TO SH-Sheet-No
            MOVE WS-Wanted-Course TO SH-CourseCode
            PERFORM LocateCourseEntry
            IF WS-Course-Sub > ZERO
                MOVE CourseName-Tbl(WS-Course-Sub) TO SH-CourseName
            ELSE
                MOVE SPACES TO SH-CourseName
            END-IF
            MOVE WS-Sheet-Head-Line TO ShowSheet
            IF WS-Sheets-Printed = ZERO
                WRITE ShowSheet
            ELSE
                WRITE ShowSheet AFTER ADVANCING PAGE
            END-IF
            MOVE DayName(SC-Day-Tbl(SchedIdx)) TO ML-Day
            MOVE SC-Start-Tbl(SchedIdx) TO ML-Start
            MOVE SC-End-Tbl(SchedIdx)   TO ML-End
            MOVE SC-Room-Tbl(SchedIdx)  TO ML-Room
            IF SC-Section-Tbl(SchedIdx) = SPACE
                MOVE SPACES TO ML-Section-Caption
            ELSE
                MOVE "  SECTION " TO ML-Section-Caption
            END-IF
            MOVE SC-Section-Tbl(SchedIdx) TO ML-Section
            MOVE WS-Meeting-Line TO ShowSheet
            WRITE ShowSheet
            MOVE WS-Blank-Line TO ShowSheet
            WRITE ShowSheet

            PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                    UNTIL WS-Col-Sub > 9
                COMPUTE WS-Date-Sub = WS-Chunk-Start + WS-Col-Sub - 1
                IF WS-Date-Sub > WS-Chunk-End
                    MOVE SPACES TO CL-Date(WS-Col-Sub)
                ELSE
                    MOVE CD-Date(WS-Date-Sub) TO WS-Date-Split
                    MOVE WS-Date-MM TO WS-Column-MM
                    MOVE WS-Date-DD TO WS-Column-DD
                    MOVE WS-Column-Date TO CL-Date(WS-Col-Sub)
                END-IF
            END-PERFORM
            MOVE WS-Column-Line TO ShowSheet
            WRITE ShowSheet

            PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                    UNTIL WS-Col-Sub > 9
                IF WS-Col-Sub > WS-Sheet-Dates
                    MOVE SPACES TO DL-Box(WS-Col-Sub)
                ELSE
                    MOVE "[   ]" TO DL-Box(WS-Col-Sub)
                END-IF
            END-PERFORM
            PERFORM VARYING RosterIdx FROM 1 BY 1
                    UNTIL RosterIdx > RosterTableCount
                IF RS-CourseCode-Tbl(RosterIdx) = WS-Wanted-Course
                   AND (SC-Section-Tbl(SchedIdx) = SPACE
                    OR RS-Section-Tbl(RosterIdx)
                       = SC-Section-Tbl(SchedIdx))
                    MOVE RS-StudentId-Tbl(RosterIdx) TO DL-StudentId
                    MOVE RS-Surname-Tbl(RosterIdx) TO WS-Name-Surname
                    MOVE RS-Initials-Tbl(RosterIdx)
                        TO WS-Name-Initials
                    MOVE WS-Formatted-Name TO DL-Name
                    MOVE WS-Detail-Line TO ShowSheet
                    WRITE ShowSheet
                END-IF
            END-PERFORM

            MOVE WS-Blank-Line TO ShowSheet
            WRITE ShowSheet
            MOVE WS-Course-Students TO CN-Students
            MOVE WS-Sheet-Dates     TO CN-Dates
            MOVE WS-Sheet-Lines     TO CN-Lines
            MOVE WS-Count-Line TO ShowSheet
            WRITE ShowSheet
            MOVE WS-Next-Sheet-Number TO KL-Sheet-No
            MOVE WS-Keying-Line TO ShowSheet
            WRITE ShowSheet
            MOVE WS-Blank-Line TO ShowSheet
            WRITE ShowSheet
            MOVE WS-Signature-Line TO ShowSheet
            WRITE ShowSheet

            PERFORM WriteRegisterRecord
            ADD 1 TO WS-Next-Sheet-Number
            ADD 1 TO WS-Sheets-Printed
            ADD WS-Sheet-Lines TO WS-Lines-To-Key.

       WriteRegisterRecord.
            MOVE WS-Next-Sheet-Number   TO REG-Sheet-No
            MOVE WS-Wanted-Course       TO REG-CourseCode
            MOVE SC-Day-Tbl(SchedIdx)   TO REG-Day
            MOVE SC-Start-Tbl(SchedIdx) TO REG-Start-Time
            MOVE SC-Room-Tbl(SchedIdx)  TO REG-Room
            MOVE CD-Date(WS-Chunk-Start) TO REG-First-Date
            MOVE CD-Date(WS-Chunk-End)   TO REG-Last-Date
            MOVE WS-Course-Students     TO REG-Student-Count
            MOVE WS-Sheet-Dates         TO REG-Date-Count
            MOVE WS-Sheet-Lines         TO REG-Line-Count
            SET SheetPrinted TO TRUE
            MOVE ZERO                   TO REG-Keyed-Date
            WRITE RegisterSheetRecord.

       BuildClassDates.
            MOVE ZERO TO ClassDateCount
            MOVE WS-From-Date     TO WS-Walk-Date
            MOVE WS-Start-Weekday TO WS-Walk-Weekday
            PERFORM UNTIL WS-Walk-Date > WS-To-Date
                IF WS-Walk-Weekday = SC-Day-Tbl(SchedIdx)
                   AND ClassDateCount < 60
                    ADD 1 TO ClassDateCount
                    MOVE WS-Walk-Date TO CD-Date(ClassDateCount)
                END-IF
                PERFORM AdvanceOneDay
            END-PERFORM.

      * Zeller's rule, counted so Monday comes out 1 and Sunday 7 to
      * match SCH-Day - January and February count as months 13
      * and 14 of the year before.
       FindStartWeekday.
            MOVE WS-From-Date TO WS-Date-Split
            MOVE WS-Date-YYYY TO WS-Zeller-Year
            MOVE WS-Date-MM   TO WS-Zeller-Month
            IF WS-Zeller-Month < 3
                ADD 12 TO WS-Zeller-Month
                SUBTRACT 1 FROM WS-Zeller-Year
            END-IF
            DIVIDE WS-Zeller-Year BY 100
                GIVING WS-Zeller-Century REMAINDER WS-Zeller-YY
            COMPUTE WS-Zeller-Term = 13 * (WS-Zeller-Month + 1)
            DIVIDE WS-Zeller-Term BY 5 GIVING WS-Zeller-Term
            MOVE WS-Date-DD TO WS-Zeller-Sum
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
            COMPUTE WS-Start-Weekday = WS-Zeller-Day + 1.

       AdvanceOneDay.
            MOVE WS-Walk-Date TO WS-Date-Split
            MOVE MonthDays(WS-Date-MM) TO WS-Month-Length
            IF WS-Date-MM = 2
                DIVIDE WS-Date-YYYY BY 4
                    GIVING WS-Year-Quot REMAINDER WS-Year-Rem
                IF WS-Year-Rem = ZERO
                    MOVE 29 TO WS-Month-Length
                    DIVIDE WS-Date-YYYY BY 100
                        GIVING WS-Year-Quot REMAINDER WS-Year-Rem
                    IF WS-Year-Rem = ZERO
                        MOVE 28 TO WS-Month-Length
                        DIVIDE WS-Date-YYYY BY 400
                            GIVING WS-Year-Quot
                            REMAINDER WS-Year-Rem
                        IF WS-Year-Rem = ZERO
                            MOVE 29 TO WS-Month-Length
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-Date-DD < WS-Month-Length
                ADD 1 TO WS-Date-DD
            ELSE
                MOVE 1 TO WS-Date-DD
                IF WS-Date-MM < 12
                    ADD 1 TO WS-Date-MM
                ELSE
                    MOVE 1 TO WS-Date-MM
                    ADD 1 TO WS-Date-YYYY
                END-IF
            END-IF
            MOVE WS-Date-Split TO WS-Walk-Date
            IF WS-Walk-Weekday = 7
                MOVE 1 TO WS-Walk-Weekday
            ELSE
                ADD 1 TO WS-Walk-Weekday
            END-IF.

       BuildRosterTable.
            OPEN INPUT StudentFile
            MOVE LOW-VALUES TO StudentId
            START StudentFile KEY IS NOT LESS THAN StudentId
                INVALID KEY SET EndOfStudentFile TO TRUE
            END-START
            PERFORM UNTIL EndOfStudentFile
                READ StudentFile NEXT RECORD
                    AT END SET EndOfStudentFile TO TRUE
                    NOT AT END PERFORM HoldStudentCourses
                END-READ
            END-PERFORM
            CLOSE StudentFile.

       HoldStudentCourses.
            IF ActiveStudent
                MOVE CourseCode OF StudentMasterRecord
                    TO WS-Wanted-Course
                MOVE CourseSection TO WS-Wanted-Section
                PERFORM AddRosterEntry
                PERFORM VARYING EnrollIdx FROM 1 BY 1
                        UNTIL EnrollIdx > EnrollTableCount
                    IF EN-StudentId-Tbl(EnrollIdx) = StudentId
                       AND EN-CourseCode-Tbl(EnrollIdx) NOT =
                           CourseCode OF StudentMasterRecord
                        MOVE EN-CourseCode-Tbl(EnrollIdx)
                            TO WS-Wanted-Course
                        MOVE EN-Section-Tbl(EnrollIdx)
                            TO WS-Wanted-Section
                        PERFORM AddRosterEntry
                    END-IF
                END-PERFORM
            END-IF.

       AddRosterEntry.
            IF WS-Wanted-Course NOT = SPACES
               AND RosterTableCount < 10000
                SET RosterIdx TO RosterTableCount
                SET RosterIdx UP BY 1
                SET RosterTableCount TO RosterIdx
                MOVE WS-Wanted-Course TO RS-CourseCode-Tbl(RosterIdx)
                MOVE WS-Wanted-Section TO RS-Section-Tbl(RosterIdx)
                MOVE StudentId        TO RS-StudentId-Tbl(RosterIdx)
                MOVE Surname OF StudentMasterRecord
                    TO RS-Surname-Tbl(RosterIdx)
                MOVE Initials OF StudentMasterRecord
                    TO RS-Initials-Tbl(RosterIdx)
            END-IF.

       LocateCourseEntry.
            MOVE ZERO TO WS-Course-Sub
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END MOVE ZERO TO WS-Course-Sub
                   WHEN CourseCode-Tbl(CourseIdx) = WS-Wanted-Course
                        SET WS-Course-Sub TO CourseIdx
                END-SEARCH
            END-IF.

      * No REGNUM.DAT yet (a "35" status) starts the numbering at
      * one - the control record is written back either way.
       GetNextSheetNumber.
            OPEN INPUT SheetNumFile
            IF WS-SheetNum-Status = "00"
                READ SheetNumFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE RGN-Next-Number
                            TO WS-Next-Sheet-Number
                END-READ
                CLOSE SheetNumFile
            END-IF.

       StoreNextSheetNumber.
            OPEN OUTPUT SheetNumFile
            MOVE WS-Next-Sheet-Number TO RGN-Next-Number
            WRITE SheetNumRecord
            CLOSE SheetNumFile.

       LoadEnrollTable.
            OPEN INPUT EnrollFile
            IF WS-Enroll-Status NOT = "00"
                SET EndOfEnrollFile TO TRUE
            ELSE
                READ EnrollFile
                    AT END SET EndOfEnrollFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfEnrollFile
                SET EnrollIdx TO EnrollTableCount
                SET EnrollIdx UP BY 1
                SET EnrollTableCount TO EnrollIdx
                MOVE ENR-StudentId  TO EN-StudentId-Tbl(EnrollIdx)
                MOVE ENR-CourseCode TO EN-CourseCode-Tbl(EnrollIdx)
                MOVE ENR-Section    TO EN-Section-Tbl(EnrollIdx)
                READ EnrollFile
                    AT END SET EndOfEnrollFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Enroll-Status NOT = "35"
                CLOSE EnrollFile
            END-IF.

       LoadScheduleTable.
            OPEN INPUT ScheduleFile
            IF WS-Schedule-Status NOT = "00"
                SET EndOfScheduleFile TO TRUE
            ELSE
                READ ScheduleFile
                    AT END SET EndOfScheduleFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfScheduleFile
                SET SchedIdx TO SchedTableCount
                SET SchedIdx UP BY 1
                SET SchedTableCount TO SchedIdx
                MOVE SCH-CourseCode TO SC-Course-Tbl(SchedIdx)
                MOVE SCH-Day        TO SC-Day-Tbl(SchedIdx)
                MOVE SCH-Start-Time TO SC-Start-Tbl(SchedIdx)
                MOVE SCH-End-Time   TO SC-End-Tbl(SchedIdx)
                MOVE SCH-Room       TO SC-Room-Tbl(SchedIdx)
                MOVE SCH-Section    TO SC-Section-Tbl(SchedIdx)
                READ ScheduleFile
                    AT END SET EndOfScheduleFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Schedule-Status NOT = "35"
                CLOSE ScheduleFile
            END-IF.

       LoadCourseTable.
            OPEN INPUT CourseFile
            READ CourseFile
               AT END SET EndOfCourseFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfCourseFile
               SET CourseIdx TO CourseTableCount
               SET CourseIdx UP BY 1
               SET CourseTableCount TO CourseIdx
               MOVE CourseCode-C TO CourseCode-Tbl(CourseIdx)
               MOVE CourseName-C TO CourseName-Tbl(CourseIdx)
               READ CourseFile
                  AT END SET EndOfCourseFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE CourseFile.

       END PROGRAM AttendRegister.
