      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeachHours.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InstructorFile ASSIGN "INSTRMAS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Instructor-Status.

           SELECT AssignFile ASSIGN "INSTASGN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Assign-Status.

           SELECT ScheduleFile ASSIGN "SCHEDULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Schedule-Status.

      * Sessions missed and covered, as InstrAbsence recorded them.
           SELECT AbsenceFile ASSIGN "INSTRABS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Absence-Status.

      * Classes meet only inside a term - a date between terms
      * carries no sessions.
           SELECT TermFile ASSIGN "TERMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Term-Status.

      * The payroll run's hours file - read in, the linked
      * instructors' rows set from the timetable, stored back.
           SELECT HoursFile ASSIGN "EMPHOURS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Hours-Status.

           SELECT ReportFile ASSIGN "TEACHHRS.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  InstructorFile.
           COPY INSTRMAS.

       FD  AssignFile.
           COPY INSTASGN.

       FD  ScheduleFile.
           COPY SCHEDULE.

       FD  AbsenceFile.
           COPY INSTRABS.

       FD  TermFile.
           COPY TERMMAS.

       FD  HoursFile.
           COPY EMPHOURS.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Instructor-Status     PIC XX      VALUE SPACES.
       01  WS-Instructor-EOF-Sw     PIC X       VALUE "N".
           88 EndOfInstructorFile               VALUE "Y".
       01  WS-Assign-Status         PIC XX      VALUE SPACES.
       01  WS-Assign-EOF-Switch     PIC X       VALUE "N".
           88 EndOfAssignFile                   VALUE "Y".
       01  WS-Schedule-Status       PIC XX      VALUE SPACES.
       01  WS-Schedule-EOF-Switch   PIC X       VALUE "N".
           88 EndOfScheduleFile                 VALUE "Y".
       01  WS-Absence-Status        PIC XX      VALUE SPACES.
       01  WS-Absence-EOF-Switch    PIC X       VALUE "N".
           88 EndOfAbsenceFile                  VALUE "Y".
       01  WS-Term-Status           PIC XX      VALUE SPACES.
       01  WS-Term-EOF-Switch       PIC X       VALUE "N".
           88 EndOfTermFile                     VALUE "Y".
       01  WS-Hours-Status          PIC XX      VALUE SPACES.
       01  WS-Hours-EOF-Switch      PIC X       VALUE "N".
           88 EndOfHoursFile                    VALUE "Y".

       01  KeyedFromDate            PIC X(8)    VALUE SPACES.
       01  KeyedToDate              PIC X(8)    VALUE SPACES.
       01  WS-From-Date             PIC 9(8)    VALUE ZERO.
       01  WS-To-Date               PIC 9(8)    VALUE ZERO.
       01  WS-Today-Date            PIC 9(8)    VALUE ZERO.

       01  InstrTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  InstrTable.
           02 InstrEntry            OCCURS 1 TO 200 TIMES
                                     DEPENDING ON InstrTableCount
                                     INDEXED BY InstrIdx.
               03 IN-Id-Tbl         PIC X(5).
               03 IN-Name-Tbl       PIC X(20).
               03 IN-Status-Tbl     PIC X.
               03 IN-EmpId-Tbl      PIC 9(5).
               03 IN-Own-Mins-Tbl   PIC 9(6)    COMP.
               03 IN-Cover-Mins-Tbl PIC 9(6)    COMP.
               03 IN-Lost-Mins-Tbl  PIC 9(6)    COMP.

       01  AssignTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  AssignTable.
           02 AssignEntry           OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON AssignTableCount
                                     INDEXED BY AssignIdx.
               03 AS-InstrId-Tbl    PIC X(5).
               03 AS-Course-Tbl     PIC X(4).
               03 AS-EffDate-Tbl    PIC 9(8).
               03 AS-Section-Tbl    PIC X.

       01  SchedTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  SchedTable.
           02 SchedEntry            OCCURS 1 TO 1000 TIMES
                                     DEPENDING ON SchedTableCount
                                     INDEXED BY SchedIdx.
               03 SC-Course-Tbl     PIC X(4).
               03 SC-Day-Tbl        PIC 9.
               03 SC-Start-Tbl      PIC 9(4).
               03 SC-End-Tbl        PIC 9(4).
               03 SC-Section-Tbl    PIC X.

      * The period's absences only - a covered or cancelled class
      * is matched on course, section, date and start time.
       01  AbsTableCount            PIC 9(5)    COMP VALUE ZERO.
       01  AbsTable.
           02 AbsEntry              OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON AbsTableCount
                                     INDEXED BY AbsIdx.
               03 AB-Course-Tbl     PIC X(4).
               03 AB-Section-Tbl    PIC X.
               03 AB-Date-Tbl       PIC 9(8).
               03 AB-Start-Tbl      PIC 9(4).
               03 AB-Outcome-Tbl    PIC X.
               03 AB-Cover-Tbl      PIC X(5).

       01  TermTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  TermTable.
           02 TermEntry             OCCURS 1 TO 100 TIMES
                                     DEPENDING ON TermTableCount
                                     INDEXED BY TermIdx.
               03 TM-Start-Tbl      PIC 9(8).
               03 TM-End-Tbl        PIC 9(8).
       01  WS-In-Term-Switch        PIC X       VALUE "N".
           88 DateIsInTerm                      VALUE "Y".

      * Every dated class meeting in the period - who the timetable
      * says taught it, and what INSTRABS.DAT says became of it.
      * SS-Outcome is space for taught as timetabled, "C" for taught
      * by SS-Cover-Id, "X" for cancelled.
       01  SessionTableCount        PIC 9(5)    COMP VALUE ZERO.
       01  SessionTable.
           02 SessionEntry          OCCURS 1 TO 20000 TIMES
                                     DEPENDING ON SessionTableCount
                                     INDEXED BY SessIdx.
               03 SS-Date-Tbl       PIC 9(8).
               03 SS-Weekday-Tbl    PIC 9.
               03 SS-Course-Tbl     PIC X(4).
               03 SS-Section-Tbl    PIC X.
               03 SS-Start-Tbl      PIC 9(4).
               03 SS-End-Tbl        PIC 9(4).
               03 SS-Mins-Tbl       PIC 9(4)    COMP.
               03 SS-Teacher-Tbl    PIC X(5).
               03 SS-Outcome-Tbl    PIC X.
               03 SS-Cover-Tbl      PIC X(5).

      * EMPHOURS.DAT as it stands - rows keyed by hand for other
      * employees ride through untouched.
       01  HoursTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  HoursTable.
           02 HoursEntry            OCCURS 1 TO 500 TIMES
                                     DEPENDING ON HoursTableCount
                                     INDEXED BY HoursIdx.
               03 HR-Id-Tbl         PIC 9(5).
               03 HR-Hours-Tbl      PIC 9(3)V9.
               03 HR-Set-Sw-Tbl     PIC X.
                   88 HoursSetThisRun           VALUE "Y".

      * Who teaches a meeting on a date - a section's own row wins
      * over the whole-course row, and among dated rows the latest
      * effective on or before the date wins, as InstrAbsence
      * resolves it.
       01  WS-Class-Date            PIC 9(8)    VALUE ZERO.
       01  WS-Resolved-Id           PIC X(5)    VALUE SPACES.
       01  WS-Resolved-Eff          PIC 9(8)    VALUE ZERO.
       01  WS-Resolved-Own-Switch   PIC X       VALUE "N".
           88 ResolvedOwnSection                VALUE "Y".

      * Walking the calendar a day at a time from the first date of
      * the period - the weekday found once by Zeller's rule, then
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
           02  FILLER      PIC X(3)    VALUE "MON".
           02  FILLER      PIC X(3)    VALUE "TUE".
           02  FILLER      PIC X(3)    VALUE "WED".
           02  FILLER      PIC X(3)    VALUE "THU".
           02  FILLER      PIC X(3)    VALUE "FRI".
           02  FILLER      PIC X(3)    VALUE "SAT".
           02  FILLER      PIC X(3)    VALUE "SUN".
       01  DayNameTable REDEFINES DayNameValues.
           02  DayName     PIC X(3)    OCCURS 7 TIMES.

      * A meeting's length from its HHMM start and end times.
       01  WS-Time-Split.
           02 WS-Time-HH            PIC 9(2).
           02 WS-Time-MM            PIC 9(2).
       01  WS-Start-Mins            PIC 9(4)    VALUE ZERO.
       01  WS-End-Mins              PIC 9(4)    VALUE ZERO.
       01  WS-Meeting-Mins          PIC 9(4)    VALUE ZERO.

       01  WS-Instr-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Lookup-Id             PIC X(5)    VALUE SPACES.
       01  WS-Paid-Mins             PIC 9(6)    VALUE ZERO.
       01  WS-Paid-Hours            PIC 9(3)V9  VALUE ZERO.
       01  WS-Line-Hours            PIC 9(3)V9  VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Days-Walked        PIC 9(5)    VALUE ZERO.
           02 WS-Days-Out-Of-Term   PIC 9(5)    VALUE ZERO.
           02 WS-Sessions-Found     PIC 9(5)    VALUE ZERO.
           02 WS-Sessions-Cancelled PIC 9(5)    VALUE ZERO.
           02 WS-Sessions-Covered   PIC 9(5)    VALUE ZERO.
           02 WS-Sessions-No-Instr  PIC 9(5)    VALUE ZERO.
           02 WS-Hours-Rows-Set     PIC 9(5)    VALUE ZERO.
           02 WS-Hours-Rows-Added   PIC 9(5)    VALUE ZERO.
           02 WS-Not-Linked-Count   PIC 9(5)    VALUE ZERO.
           02 WS-Total-Paid-Hours   PIC 9(6)V9  VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(30)   VALUE
              "TEACHING HOURS FOR PAY PERIOD ".
           02 TL-From-Date          PIC 9(8).
           02 FILLER                PIC X(4)    VALUE " TO ".
           02 TL-To-Date            PIC 9(8).
           02 FILLER                PIC X(30)   VALUE SPACES.

       01  WS-Instr-Header-Line.
           02 IH-InstrId            PIC X(5).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 IH-InstrName          PIC X(20).
           02 IH-Emp-Caption        PIC X(11).
           02 IH-EmpId              PIC X(5).
           02 IH-Status             PIC X(10).
           02 FILLER                PIC X(27)   VALUE SPACES.

       01  WS-Session-Line.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SL-Date               PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 SL-Day                PIC X(3).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SL-Course             PIC X(4).
           02 SL-Section            PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 SL-Start              PIC 9(4).
           02 FILLER                PIC X       VALUE "-".
           02 SL-End                PIC 9(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SL-Hours              PIC Z9.9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SL-Note               PIC X(30).
           02 FILLER                PIC X(11)   VALUE SPACES.

       01  WS-Note-Text.
           02 NT-Caption            PIC X(22).
           02 NT-Other-Id           PIC X(5).
           02 FILLER                PIC X(3)    VALUE SPACES.

       01  WS-Instr-Total-Line.
           02 FILLER                PIC X(16)   VALUE
              "  -- OWN TAUGHT:".
           02 IT-Own                PIC ZZ9.9.
           02 FILLER                PIC X(9)    VALUE "  COVER: ".
           02 IT-Cover              PIC ZZ9.9.
           02 FILLER                PIC X(8)    VALUE "  LOST: ".
           02 IT-Lost               PIC ZZ9.9.
           02 FILLER                PIC X(8)    VALUE "  PAID: ".
           02 IT-Paid               PIC ZZ9.9.
           02 FILLER                PIC X(19)   VALUE SPACES.

       01  WS-Not-Linked-Line       PIC X(80)   VALUE
           "  -- NOT LINKED TO AN EMPLOYEE - NO PAYROLL HOURS WRITTEN".

       01  WS-No-Instr-Line.
           02 FILLER                PIC X(38)   VALUE
              "SESSIONS WITH NO INSTRUCTOR ASSIGNED: ".
           02 NI-Count              PIC ZZZZ9.
           02 FILLER                PIC X(37)   VALUE SPACES.

       01  WS-Grand-Line.
           02 FILLER                PIC X(31)   VALUE
              "TOTAL HOURS WRITTEN TO PAYROLL:".
           02 GL-Hours              PIC ZZZ,ZZ9.9.
           02 FILLER                PIC X(40)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The month's class count off the timetable, done by the
      * machine - every meeting on SCHEDULE.DAT laid out on the
      * dates it fell in the pay period, each credited to the
      * instructor INSTASGN.DAT had on it that day. A class
      * InstrAbsence recorded as cancelled pays nobody; one it
      * recorded as covered pays the substitute instead. Each
      * instructor linked to payroll gets their EMPHOURS.DAT row
      * set to the hours taught, and the report lists every session
      * behind the figure so it can be checked before the pay date.
            DISPLAY "First date of pay period (CCYYMMDD): "
                WITH NO ADVANCING
            ACCEPT KeyedFromDate
            DISPLAY "Last date of pay period (CCYYMMDD): "
                WITH NO ADVANCING
            ACCEPT KeyedToDate
            IF KeyedFromDate NOT NUMERIC OR KeyedToDate NOT NUMERIC
                DISPLAY "TeachHours - DATES MUST BE 8 NUMERIC "
                    "DIGITS - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE KeyedFromDate TO WS-From-Date
            MOVE KeyedToDate   TO WS-To-Date
            IF WS-From-Date > WS-To-Date
                DISPLAY "TeachHours - FIRST DATE AFTER LAST DATE "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ACCEPT WS-Today-Date FROM DATE YYYYMMDD

            PERFORM LoadInstrTable
            PERFORM LoadAssignTable
            PERFORM LoadScheduleTable
            PERFORM LoadAbsenceTable
            PERFORM LoadTermTable
            PERFORM LoadHoursTable

            PERFORM FindStartWeekday
            MOVE WS-From-Date     TO WS-Walk-Date
            MOVE WS-Start-Weekday TO WS-Walk-Weekday
            PERFORM UNTIL WS-Walk-Date > WS-To-Date
                ADD 1 TO WS-Days-Walked
                PERFORM CheckDateInTerm
                IF DateIsInTerm
                    PERFORM GatherDaySessions
                ELSE
                    ADD 1 TO WS-Days-Out-Of-Term
                END-IF
                PERFORM AdvanceOneDay
            END-PERFORM

            OPEN OUTPUT ReportFile
            MOVE WS-From-Date TO TL-From-Date
            MOVE WS-To-Date   TO TL-To-Date
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            PERFORM ReportOneInstructor
                VARYING WS-Instr-Sub FROM 1 BY 1
                UNTIL WS-Instr-Sub > InstrTableCount
            MOVE WS-Sessions-No-Instr TO NI-Count
            MOVE WS-No-Instr-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Total-Paid-Hours TO GL-Hours
            MOVE WS-Grand-Line TO ShowReport
            WRITE ShowReport
            CLOSE ReportFile

            PERFORM StoreHoursTable

            DISPLAY "TeachHours - Control Report"
            DISPLAY "Days in period       : " WS-Days-Walked
            DISPLAY "Days outside a term  : " WS-Days-Out-Of-Term
            DISPLAY "Sessions found       : " WS-Sessions-Found
            DISPLAY "Sessions cancelled   : " WS-Sessions-Cancelled
            DISPLAY "Sessions covered     : " WS-Sessions-Covered
            DISPLAY "Sessions unassigned  : " WS-Sessions-No-Instr
            DISPLAY "Hours rows replaced  : " WS-Hours-Rows-Set
            DISPLAY "Hours rows added     : " WS-Hours-Rows-Added
            DISPLAY "Instructors unlinked : " WS-Not-Linked-Count
            DISPLAY "Total hours written  : " WS-Total-Paid-Hours
            STOP RUN.

      * Every meeting timetabled on the walk date's weekday becomes
      * a session, its teacher resolved for that date and its fate
      * looked up on the absence table.
       GatherDaySessions.
            MOVE WS-Walk-Date TO WS-Class-Date
            PERFORM VARYING SchedIdx FROM 1 BY 1
                    UNTIL SchedIdx > SchedTableCount
                IF SC-Day-Tbl(SchedIdx) = WS-Walk-Weekday
                   AND SessionTableCount < 20000
                    PERFORM AddOneSession
                END-IF
            END-PERFORM.

       AddOneSession.
            PERFORM ResolveTeacher
            SET SessIdx TO SessionTableCount
            SET SessIdx UP BY 1
            SET SessionTableCount TO SessIdx
            MOVE WS-Class-Date           TO SS-Date-Tbl(SessIdx)
            MOVE WS-Walk-Weekday         TO SS-Weekday-Tbl(SessIdx)
            MOVE SC-Course-Tbl(SchedIdx) TO SS-Course-Tbl(SessIdx)
            MOVE SC-Section-Tbl(SchedIdx) TO SS-Section-Tbl(SessIdx)
            MOVE SC-Start-Tbl(SchedIdx)  TO SS-Start-Tbl(SessIdx)
            MOVE SC-End-Tbl(SchedIdx)    TO SS-End-Tbl(SessIdx)
            MOVE SC-Start-Tbl(SchedIdx)  TO WS-Time-Split
            COMPUTE WS-Start-Mins = WS-Time-HH * 60 + WS-Time-MM
            MOVE SC-End-Tbl(SchedIdx)    TO WS-Time-Split
            COMPUTE WS-End-Mins = WS-Time-HH * 60 + WS-Time-MM
            IF WS-End-Mins > WS-Start-Mins
                COMPUTE WS-Meeting-Mins = WS-End-Mins - WS-Start-Mins
            ELSE
                MOVE ZERO TO WS-Meeting-Mins
            END-IF
            MOVE WS-Meeting-Mins         TO SS-Mins-Tbl(SessIdx)
            MOVE WS-Resolved-Id          TO SS-Teacher-Tbl(SessIdx)
            MOVE SPACE                   TO SS-Outcome-Tbl(SessIdx)
            MOVE SPACES                  TO SS-Cover-Tbl(SessIdx)
            ADD 1 TO WS-Sessions-Found
            PERFORM VARYING AbsIdx FROM 1 BY 1
                    UNTIL AbsIdx > AbsTableCount
                IF AB-Course-Tbl(AbsIdx) = SC-Course-Tbl(SchedIdx)
                   AND AB-Section-Tbl(AbsIdx) = SC-Section-Tbl(SchedIdx)
                   AND AB-Date-Tbl(AbsIdx) = WS-Class-Date
                   AND AB-Start-Tbl(AbsIdx) = SC-Start-Tbl(SchedIdx)
                    MOVE AB-Outcome-Tbl(AbsIdx)
                        TO SS-Outcome-Tbl(SessIdx)
                    MOVE AB-Cover-Tbl(AbsIdx) TO SS-Cover-Tbl(SessIdx)
                END-IF
            END-PERFORM
            EVALUATE SS-Outcome-Tbl(SessIdx)
                WHEN "C"
                    ADD 1 TO WS-Sessions-Covered
                    MOVE SS-Cover-Tbl(SessIdx) TO WS-Lookup-Id
                    PERFORM LocateInstrEntry
                    IF InstrIdx <= InstrTableCount
                        ADD WS-Meeting-Mins
                            TO IN-Cover-Mins-Tbl(InstrIdx)
                    END-IF
                    PERFORM ChargeLostSession
                WHEN "X"
                    ADD 1 TO WS-Sessions-Cancelled
                    PERFORM ChargeLostSession
                WHEN OTHER
                    MOVE WS-Resolved-Id TO WS-Lookup-Id
                    PERFORM LocateInstrEntry
                    IF WS-Resolved-Id = SPACES
                        ADD 1 TO WS-Sessions-No-Instr
                    ELSE IF InstrIdx <= InstrTableCount
                        ADD WS-Meeting-Mins
                            TO IN-Own-Mins-Tbl(InstrIdx)
                    END-IF
                    END-IF
            END-EVALUATE.

       ChargeLostSession.
            MOVE WS-Resolved-Id TO WS-Lookup-Id
            PERFORM LocateInstrEntry
            IF WS-Resolved-Id NOT = SPACES
               AND InstrIdx <= InstrTableCount
                ADD WS-Meeting-Mins TO IN-Lost-Mins-Tbl(InstrIdx)
            END-IF.

      * InstrIdx is left past the end of the table when the id is
      * not found.
       LocateInstrEntry.
            SET InstrIdx TO 1
            SEARCH InstrEntry
               AT END SET InstrIdx TO InstrTableCount
                      SET InstrIdx UP BY 1
               WHEN IN-Id-Tbl(InstrIdx) = WS-Lookup-Id
                    CONTINUE
            END-SEARCH.

       ResolveTeacher.
            MOVE SPACES TO WS-Resolved-Id
            MOVE ZERO TO WS-Resolved-Eff
            MOVE "N" TO WS-Resolved-Own-Switch
            PERFORM VARYING AssignIdx FROM 1 BY 1
                    UNTIL AssignIdx > AssignTableCount
                IF AS-Course-Tbl(AssignIdx) = SC-Course-Tbl(SchedIdx)
                   AND AS-EffDate-Tbl(AssignIdx) <= WS-Class-Date
                    EVALUATE TRUE
                        WHEN AS-Section-Tbl(AssignIdx) NOT = SPACE
                         AND AS-Section-Tbl(AssignIdx) =
                             SC-Section-Tbl(SchedIdx)
                            IF NOT ResolvedOwnSection
                               OR AS-EffDate-Tbl(AssignIdx) >=
                                  WS-Resolved-Eff
                                PERFORM TakeResolvedRow
                                SET ResolvedOwnSection TO TRUE
                            END-IF
                        WHEN AS-Section-Tbl(AssignIdx) NOT = SPACE
                            CONTINUE
                        WHEN ResolvedOwnSection
                            CONTINUE
                        WHEN AS-EffDate-Tbl(AssignIdx) >=
                                 WS-Resolved-Eff
                            PERFORM TakeResolvedRow
                    END-EVALUATE
                END-IF
            END-PERFORM.

       TakeResolvedRow.
            MOVE AS-InstrId-Tbl(AssignIdx) TO WS-Resolved-Id
            MOVE AS-EffDate-Tbl(AssignIdx) TO WS-Resolved-Eff.

      * One instructor's sessions in date order as gathered - their
      * own classes, cover they took, and their classes lost - then
      * the totals and, for an instructor linked to payroll, the
      * paid hours set on their EMPHOURS.DAT row. An instructor with
      * nothing in the period is left off.
       ReportOneInstructor.
            IF IN-Own-Mins-Tbl(WS-Instr-Sub) > ZERO
               OR IN-Cover-Mins-Tbl(WS-Instr-Sub) > ZERO
               OR IN-Lost-Mins-Tbl(WS-Instr-Sub) > ZERO
                MOVE IN-Id-Tbl(WS-Instr-Sub)   TO IH-InstrId
                MOVE IN-Name-Tbl(WS-Instr-Sub) TO IH-InstrName
                IF IN-EmpId-Tbl(WS-Instr-Sub) > ZERO
                    MOVE "  EMPLOYEE " TO IH-Emp-Caption
                    MOVE IN-EmpId-Tbl(WS-Instr-Sub) TO IH-EmpId
                ELSE
                    MOVE SPACES TO IH-Emp-Caption
                    MOVE SPACES TO IH-EmpId
                END-IF
                IF IN-Status-Tbl(WS-Instr-Sub) = "L"
                    MOVE " (LEFT)" TO IH-Status
                ELSE
                    MOVE SPACES TO IH-Status
                END-IF
                MOVE WS-Instr-Header-Line TO ShowReport
                WRITE ShowReport
                PERFORM VARYING SessIdx FROM 1 BY 1
                        UNTIL SessIdx > SessionTableCount
                    PERFORM PrintSessionIfTheirs
                END-PERFORM
                COMPUTE WS-Line-Hours ROUNDED =
                    IN-Own-Mins-Tbl(WS-Instr-Sub) / 60
                MOVE WS-Line-Hours TO IT-Own
                COMPUTE WS-Line-Hours ROUNDED =
                    IN-Cover-Mins-Tbl(WS-Instr-Sub) / 60
                MOVE WS-Line-Hours TO IT-Cover
                COMPUTE WS-Line-Hours ROUNDED =
                    IN-Lost-Mins-Tbl(WS-Instr-Sub) / 60
                MOVE WS-Line-Hours TO IT-Lost
                COMPUTE WS-Paid-Mins = IN-Own-Mins-Tbl(WS-Instr-Sub)
                    + IN-Cover-Mins-Tbl(WS-Instr-Sub)
                COMPUTE WS-Paid-Hours ROUNDED = WS-Paid-Mins / 60
                MOVE WS-Paid-Hours TO IT-Paid
                MOVE WS-Instr-Total-Line TO ShowReport
                WRITE ShowReport
                IF IN-EmpId-Tbl(WS-Instr-Sub) > ZERO
                    PERFORM SetPayrollHours
                ELSE
                    MOVE WS-Not-Linked-Line TO ShowReport
                    WRITE ShowReport
                    ADD 1 TO WS-Not-Linked-Count
                END-IF
                MOVE WS-Blank-Line TO ShowReport
                WRITE ShowReport
            END-IF.

       PrintSessionIfTheirs.
            MOVE SPACES TO SL-Note
            EVALUATE TRUE
                WHEN SS-Teacher-Tbl(SessIdx) = IN-Id-Tbl(WS-Instr-Sub)
                 AND SS-Outcome-Tbl(SessIdx) = SPACE
                    MOVE "TAUGHT" TO SL-Note
                WHEN SS-Teacher-Tbl(SessIdx) = IN-Id-Tbl(WS-Instr-Sub)
                 AND SS-Outcome-Tbl(SessIdx) = "X"
                    MOVE "CANCELLED - NOT PAID" TO SL-Note
                WHEN SS-Teacher-Tbl(SessIdx) = IN-Id-Tbl(WS-Instr-Sub)
                 AND SS-Outcome-Tbl(SessIdx) = "C"
                    MOVE "COVERED BY - NOT PAID" TO NT-Caption
                    MOVE SS-Cover-Tbl(SessIdx) TO NT-Other-Id
                    MOVE WS-Note-Text TO SL-Note
                WHEN SS-Cover-Tbl(SessIdx) = IN-Id-Tbl(WS-Instr-Sub)
                 AND SS-Outcome-Tbl(SessIdx) = "C"
                    MOVE "COVER TAUGHT FOR" TO NT-Caption
                    MOVE SS-Teacher-Tbl(SessIdx) TO NT-Other-Id
                    MOVE WS-Note-Text TO SL-Note
            END-EVALUATE
            IF SL-Note NOT = SPACES
                MOVE SS-Date-Tbl(SessIdx)    TO SL-Date
                MOVE DayName(SS-Weekday-Tbl(SessIdx)) TO SL-Day
                MOVE SS-Course-Tbl(SessIdx)  TO SL-Course
                MOVE SS-Section-Tbl(SessIdx) TO SL-Section
                MOVE SS-Start-Tbl(SessIdx)   TO SL-Start
                MOVE SS-End-Tbl(SessIdx)     TO SL-End
                COMPUTE WS-Line-Hours ROUNDED =
                    SS-Mins-Tbl(SessIdx) / 60
                MOVE WS-Line-Hours TO SL-Hours
                MOVE WS-Session-Line TO ShowReport
                WRITE ShowReport
            END-IF.

      * The timetable owns a linked instructor's hours row - an
      * earlier figure for the employee, keyed or from a rerun, is
      * replaced, not added to.
       SetPayrollHours.
            SET HoursIdx TO 1
            IF HoursTableCount > ZERO
                SEARCH HoursEntry
                   AT END SET HoursIdx TO HoursTableCount
                          SET HoursIdx UP BY 1
                   WHEN HR-Id-Tbl(HoursIdx) =
                            IN-EmpId-Tbl(WS-Instr-Sub)
                        CONTINUE
                END-SEARCH
            END-IF
            IF HoursIdx > HoursTableCount
                SET HoursTableCount TO HoursIdx
                MOVE IN-EmpId-Tbl(WS-Instr-Sub) TO HR-Id-Tbl(HoursIdx)
                MOVE ZERO TO HR-Hours-Tbl(HoursIdx)
                MOVE "N" TO HR-Set-Sw-Tbl(HoursIdx)
                ADD 1 TO WS-Hours-Rows-Added
            ELSE
                ADD 1 TO WS-Hours-Rows-Set
            END-IF
            IF HoursSetThisRun(HoursIdx)
                ADD WS-Paid-Hours TO HR-Hours-Tbl(HoursIdx)
            ELSE
                MOVE WS-Paid-Hours TO HR-Hours-Tbl(HoursIdx)
                SET HoursSetThisRun(HoursIdx) TO TRUE
            END-IF
            ADD WS-Paid-Hours TO WS-Total-Paid-Hours.

       CheckDateInTerm.
            IF TermTableCount = ZERO
                SET DateIsInTerm TO TRUE
            ELSE
                MOVE "N" TO WS-In-Term-Switch
                PERFORM VARYING TermIdx FROM 1 BY 1
                        UNTIL TermIdx > TermTableCount
                    IF WS-Walk-Date >= TM-Start-Tbl(TermIdx)
                       AND WS-Walk-Date <= TM-End-Tbl(TermIdx)
                        SET DateIsInTerm TO TRUE
                    END-IF
                END-PERFORM
            END-IF.

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

      * No INSTRMAS.DAT yet (a "35" status) - no instructor to pay,
      * and every session reports as unassigned.
       LoadInstrTable.
            OPEN INPUT InstructorFile
            IF WS-Instructor-Status NOT = "00"
                SET EndOfInstructorFile TO TRUE
            ELSE
                READ InstructorFile
                    AT END SET EndOfInstructorFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfInstructorFile
                SET InstrIdx TO InstrTableCount
                SET InstrIdx UP BY 1
                SET InstrTableCount TO InstrIdx
                MOVE INS-Id     TO IN-Id-Tbl(InstrIdx)
                MOVE INS-Name   TO IN-Name-Tbl(InstrIdx)
                MOVE INS-Status TO IN-Status-Tbl(InstrIdx)
                IF INS-Emp-Id NUMERIC
                    MOVE INS-Emp-Id TO IN-EmpId-Tbl(InstrIdx)
                ELSE
                    MOVE ZERO TO IN-EmpId-Tbl(InstrIdx)
                END-IF
                MOVE ZERO TO IN-Own-Mins-Tbl(InstrIdx)
                MOVE ZERO TO IN-Cover-Mins-Tbl(InstrIdx)
                MOVE ZERO TO IN-Lost-Mins-Tbl(InstrIdx)
                READ InstructorFile
                    AT END SET EndOfInstructorFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Instructor-Status NOT = "35"
                CLOSE InstructorFile
            END-IF.

       LoadAssignTable.
            OPEN INPUT AssignFile
            IF WS-Assign-Status NOT = "00"
                SET EndOfAssignFile TO TRUE
            ELSE
                READ AssignFile
                    AT END SET EndOfAssignFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAssignFile
                SET AssignIdx TO AssignTableCount
                SET AssignIdx UP BY 1
                SET AssignTableCount TO AssignIdx
                MOVE ASG-Instructor-Id  TO AS-InstrId-Tbl(AssignIdx)
                MOVE ASG-CourseCode     TO AS-Course-Tbl(AssignIdx)
                MOVE ASG-Effective-Date TO AS-EffDate-Tbl(AssignIdx)
                MOVE ASG-Section        TO AS-Section-Tbl(AssignIdx)
                READ AssignFile
                    AT END SET EndOfAssignFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Assign-Status NOT = "35"
                CLOSE AssignFile
            END-IF.

      * No SCHEDULE.DAT (a "35" status) - nothing is timetabled and
      * every instructor's hours come out at zero.
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
                MOVE SCH-Section    TO SC-Section-Tbl(SchedIdx)
                READ ScheduleFile
                    AT END SET EndOfScheduleFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Schedule-Status NOT = "35"
                CLOSE ScheduleFile
            END-IF.

      * No INSTRABS.DAT (a "35" status) means every class ran as
      * timetabled.
       LoadAbsenceTable.
            OPEN INPUT AbsenceFile
            IF WS-Absence-Status NOT = "00"
                SET EndOfAbsenceFile TO TRUE
            ELSE
                READ AbsenceFile
                    AT END SET EndOfAbsenceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAbsenceFile
                IF ABS-Date >= WS-From-Date
                   AND ABS-Date <= WS-To-Date
                   AND AbsTableCount < 5000
                    SET AbsIdx TO AbsTableCount
                    SET AbsIdx UP BY 1
                    SET AbsTableCount TO AbsIdx
                    MOVE ABS-CourseCode TO AB-Course-Tbl(AbsIdx)
                    MOVE ABS-Section    TO AB-Section-Tbl(AbsIdx)
                    MOVE ABS-Date       TO AB-Date-Tbl(AbsIdx)
                    MOVE ABS-Start-Time TO AB-Start-Tbl(AbsIdx)
                    MOVE ABS-Outcome    TO AB-Outcome-Tbl(AbsIdx)
                    MOVE ABS-Cover-Id   TO AB-Cover-Tbl(AbsIdx)
                END-IF
                READ AbsenceFile
                    AT END SET EndOfAbsenceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Absence-Status NOT = "35"
                CLOSE AbsenceFile
            END-IF.

      * No TERMS.DAT (a "35" status) - every date in the period is
      * taken as a teaching date.
       LoadTermTable.
            OPEN INPUT TermFile
            IF WS-Term-Status NOT = "00"
                SET EndOfTermFile TO TRUE
            ELSE
                READ TermFile
                    AT END SET EndOfTermFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfTermFile
                SET TermIdx TO TermTableCount
                SET TermIdx UP BY 1
                SET TermTableCount TO TermIdx
                MOVE TRM-Start-Date TO TM-Start-Tbl(TermIdx)
                MOVE TRM-End-Date   TO TM-End-Tbl(TermIdx)
                READ TermFile
                    AT END SET EndOfTermFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Term-Status NOT = "35"
                CLOSE TermFile
            END-IF.

      * No EMPHOURS.DAT (a "35" status) - nothing keyed yet, and
      * the file is started with the instructors' rows.
       LoadHoursTable.
            OPEN INPUT HoursFile
            IF WS-Hours-Status NOT = "00"
                SET EndOfHoursFile TO TRUE
            ELSE
                READ HoursFile
                    AT END SET EndOfHoursFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfHoursFile
                SET HoursIdx TO HoursTableCount
                SET HoursIdx UP BY 1
                SET HoursTableCount TO HoursIdx
                MOVE HRS-Emp-Id TO HR-Id-Tbl(HoursIdx)
                MOVE HRS-Hours  TO HR-Hours-Tbl(HoursIdx)
                MOVE "N"        TO HR-Set-Sw-Tbl(HoursIdx)
                READ HoursFile
                    AT END SET EndOfHoursFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Hours-Status NOT = "35"
                CLOSE HoursFile
            END-IF.

       StoreHoursTable.
            OPEN OUTPUT HoursFile
            PERFORM VARYING HoursIdx FROM 1 BY 1
                    UNTIL HoursIdx > HoursTableCount
                MOVE SPACES                 TO EmployeeHoursRecord
                MOVE HR-Id-Tbl(HoursIdx)    TO HRS-Emp-Id
                MOVE HR-Hours-Tbl(HoursIdx) TO HRS-Hours
                WRITE EmployeeHoursRecord
            END-PERFORM
            CLOSE HoursFile.

       END PROGRAM TeachHours.
