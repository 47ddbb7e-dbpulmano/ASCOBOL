      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomUtilRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomFile ASSIGN "ROOMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Room-Status.

           SELECT ScheduleFile ASSIGN "SCHEDULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Schedule-Status.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SectionFile ASSIGN "SECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Section-Status.

           SELECT ReportFile ASSIGN "ROOMUTIL.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RoomFile.
           COPY ROOMMAS.

       FD  ScheduleFile.
           COPY SCHEDULE.

       FD  CourseFile.
           COPY COURSMAS.

       FD  SectionFile.
           COPY SECTMAS.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Room-Status          PIC XX      VALUE SPACES.
       01  WS-Room-EOF-Switch      PIC X       VALUE "N".
           88 EndOfRoomFile                    VALUE "Y".
       01  WS-Schedule-Status      PIC XX      VALUE SPACES.
       01  WS-Schedule-EOF-Switch  PIC X       VALUE "N".
           88 EndOfScheduleFile                VALUE "Y".
       01  WS-Course-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCourseFile                  VALUE "Y".
       01  WS-Section-Status       PIC XX      VALUE SPACES.
       01  WS-Section-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSectionFile                 VALUE "Y".

      * A room keyed with no hours of its own is open the standard
      * teaching week - Monday to Friday, nine to six.
       01  WS-Standard-Week-Hours  PIC 9(3)    VALUE 45.
      * Below this share of its hours booked a room is flagged as
      * sitting mostly empty.
       01  WS-Low-Use-Pct          PIC 9(3)    VALUE 25.

      * Each room's week accumulates beside its master fields -
      * minutes booked, meetings, the seats its meetings offered and
      * the students the booked courses actually carry.
       01  RoomTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  RoomTable.
           02 RoomEntry            OCCURS 1 TO 500 TIMES
                                    DEPENDING ON RoomTableCount
                                    INDEXED BY RoomIdx.
               03 RM-Code-Tbl      PIC X(6).
               03 RM-Seats-Tbl     PIC 9(4).
               03 RM-Type-Tbl      PIC X.
               03 RM-Status-Tbl    PIC X.
                   88 RoomEntryClosed      VALUE "C".
               03 RM-Hours-Tbl     PIC 9(3).
               03 RU-Meetings-Tbl  PIC 9(4)    COMP.
               03 RU-Minutes-Tbl   PIC 9(6)    COMP.
               03 RU-Offered-Tbl   PIC 9(7)    COMP.
               03 RU-Used-Tbl      PIC 9(7)    COMP.
               03 RU-Overflow-Tbl  PIC 9(4)    COMP.

       01  CourseTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry          OCCURS 1 TO 200 TIMES
                                    DEPENDING ON CourseTableCount
                                    INDEXED BY CourseIdx.
               03 CourseCode-Tbl   PIC X(4).
               03 CurrEnrolled-Tbl PIC 9(4).

      * A section's meeting seats only that section's students.
       01  SectionTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SectionTable.
           02 SectionEntry         OCCURS 1 TO 500 TIMES
                                    DEPENDING ON SectionTableCount
                                    INDEXED BY SectionIdx.
               03 SE-CourseCode-Tbl PIC X(4).
               03 SE-Section-Tbl   PIC X.
               03 SE-CurrEnrolled-Tbl PIC 9(4).

       01  WS-Room-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Section-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Course-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Enrolled             PIC 9(4)    VALUE ZERO.

       01  WS-Clock-Time           PIC 9(4)    VALUE ZERO.
       01  WS-Clock-Split REDEFINES WS-Clock-Time.
           02 WS-Clock-HH          PIC 9(2).
           02 WS-Clock-MM          PIC 9(2).
       01  WS-Start-Minutes        PIC 9(5)    VALUE ZERO.
       01  WS-End-Minutes          PIC 9(5)    VALUE ZERO.
       01  WS-Meeting-Minutes      PIC 9(5)    VALUE ZERO.

       01  WS-Avail-Hours          PIC 9(3)    VALUE ZERO.
       01  WS-Hours-Booked         PIC 9(4)V9  VALUE ZERO.
       01  WS-Util-Pct             PIC 9(5)    VALUE ZERO.
       01  WS-Occ-Pct              PIC 9(5)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Rooms-Reported    PIC 9(5)    VALUE ZERO.
           02 WS-Rooms-Empty       PIC 9(5)    VALUE ZERO.
           02 WS-Rooms-Overflowing PIC 9(5)    VALUE ZERO.
           02 WS-Rooms-Low-Use     PIC 9(5)    VALUE ZERO.
           02 WS-Meetings-Counted  PIC 9(5)    VALUE ZERO.
           02 WS-Unknown-Meetings  PIC 9(5)    VALUE ZERO.
           02 WS-Total-Minutes     PIC 9(7)    VALUE ZERO.
           02 WS-Total-Avail-Hours PIC 9(6)    VALUE ZERO.
           02 WS-Total-Offered     PIC 9(7)    VALUE ZERO.
           02 WS-Total-Used        PIC 9(7)    VALUE ZERO.

       01  WS-Title-Line            PIC X(80)   VALUE
           "ROOM UTILIZATION REPORT - TEACHING WEEK FROM SCHEDULE.DAT".

       01  WS-Heading-Line.
           02 FILLER                PIC X(38)   VALUE
              "ROOM   TYPE SEATS  MTGS  HRS BKD AVL  ".
           02 FILLER                PIC X(42)   VALUE
              "UTIL%  SEATS OFF SEATS USD OCC% FLAG".

       01  WS-Detail-Line.
           02 DL-Room               PIC X(6).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Type               PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Seats              PIC ZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Meetings           PIC ZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Hours-Booked       PIC ZZZ9.9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Hours-Avail        PIC ZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Util-Pct           PIC ZZZ9.
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Seats-Offered      PIC ZZZZZZ9.
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Seats-Used         PIC ZZZZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Occ-Pct            PIC ZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Flag               PIC X(8).
           02 FILLER                PIC X(5)    VALUE SPACES.

       01  WS-Unknown-Title-Line    PIC X(80)   VALUE
           "MEETINGS BOOKED INTO ROOMS NOT ON THE ROOM MASTER".

       01  WS-Unknown-Line.
           02 UK-Room               PIC X(6).
           02 FILLER                PIC X(6)    VALUE "  DAY ".
           02 UK-Day                PIC 9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 UK-Course             PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 UK-Start              PIC 9(4).
           02 FILLER                PIC X       VALUE "-".
           02 UK-End                PIC 9(4).
           02 FILLER                PIC X(51)   VALUE SPACES.

       01  WS-Total-Line.
           02 FILLER                PIC X(18)   VALUE
              "TOTAL   MEETINGS: ".
           02 TL-Meetings           PIC ZZZZ9.
           02 FILLER                PIC X(14)   VALUE
              "  HRS BOOKED: ".
           02 TL-Hours-Booked       PIC ZZZZZ9.9.
           02 FILLER                PIC X(13)   VALUE
              "  HRS AVAIL: ".
           02 TL-Hours-Avail        PIC ZZZZZ9.
           02 FILLER                PIC X(16)   VALUE SPACES.

       01  WS-Seat-Total-Line.
           02 FILLER                PIC X(23)   VALUE
              "        SEATS OFFERED: ".
           02 TL-Offered            PIC ZZZZZZ9.
           02 FILLER                PIC X(15)   VALUE
              "   SEATS USED: ".
           02 TL-Used               PIC ZZZZZZ9.
           02 FILLER                PIC X(28)   VALUE SPACES.

       01  WS-Flag-Count-Line.
           02 FILLER                PIC X(14)   VALUE
              "ROOMS  EMPTY: ".
           02 FC-Empty              PIC ZZZ9.
           02 FILLER                PIC X(13)   VALUE
              "  OVERFLOW: ".
           02 FC-Overflow           PIC ZZZ9.
           02 FILLER                PIC X(12)   VALUE
              "  LOW USE: ".
           02 FC-Low-Use            PIC ZZZ9.
           02 FILLER                PIC X(29)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * Facilities' weekly view of the rooms - every meeting on the
      * timetable charged to its room, hours booked against hours
      * the room is open, and seats offered against the students
      * the booked courses actually carry, so the empty rooms and
      * the overflowing ones show on one page.
            PERFORM LoadCourseTable
            PERFORM LoadSectionTable
            PERFORM LoadRoomTable

            OPEN OUTPUT ReportFile
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport

            PERFORM AccumulateMeetings

            MOVE WS-Heading-Line TO ShowReport
            WRITE ShowReport
            PERFORM PrintOneRoom
                VARYING WS-Room-Sub FROM 1 BY 1
                UNTIL WS-Room-Sub > RoomTableCount
            PERFORM PrintRunTotals
            CLOSE ReportFile

            DISPLAY "RoomUtilRpt - Control Report"
            DISPLAY "Rooms reported       : " WS-Rooms-Reported
            DISPLAY "Meetings counted     : " WS-Meetings-Counted
            DISPLAY "Rooms empty          : " WS-Rooms-Empty
            DISPLAY "Rooms overflowing    : " WS-Rooms-Overflowing
            DISPLAY "Rooms on low use     : " WS-Rooms-Low-Use
            DISPLAY "Meetings - no room   : " WS-Unknown-Meetings
            STOP RUN.

      * One pass of SCHEDULE.DAT - each meeting charged to its room,
      * and a meeting in a room the master does not know listed
      * straight away under its own heading.
       AccumulateMeetings.
            OPEN INPUT ScheduleFile
            IF WS-Schedule-Status NOT = "00"
                SET EndOfScheduleFile TO TRUE
            ELSE
                READ ScheduleFile
                    AT END SET EndOfScheduleFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfScheduleFile
                PERFORM ChargeOneMeeting
                READ ScheduleFile
                    AT END SET EndOfScheduleFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Schedule-Status NOT = "35"
                CLOSE ScheduleFile
            END-IF
            IF WS-Unknown-Meetings > ZERO
                MOVE WS-Blank-Line TO ShowReport
                WRITE ShowReport
            END-IF.

       ChargeOneMeeting.
            ADD 1 TO WS-Meetings-Counted
            MOVE SCH-Start-Time TO WS-Clock-Time
            COMPUTE WS-Start-Minutes = WS-Clock-HH * 60 + WS-Clock-MM
            MOVE SCH-End-Time TO WS-Clock-Time
            COMPUTE WS-End-Minutes = WS-Clock-HH * 60 + WS-Clock-MM
            IF WS-End-Minutes > WS-Start-Minutes
                COMPUTE WS-Meeting-Minutes =
                    WS-End-Minutes - WS-Start-Minutes
            ELSE
                MOVE ZERO TO WS-Meeting-Minutes
            END-IF
            MOVE ZERO TO WS-Enrolled
            PERFORM LocateCourseEntry
            IF WS-Course-Sub > ZERO
                MOVE CurrEnrolled-Tbl(WS-Course-Sub) TO WS-Enrolled
            END-IF
            PERFORM LocateSectionEntry
            IF WS-Section-Sub > ZERO
                MOVE SE-CurrEnrolled-Tbl(WS-Section-Sub)
                    TO WS-Enrolled
            END-IF
            PERFORM LocateRoomEntry
            IF WS-Room-Sub = ZERO
                PERFORM ListUnknownRoomMeeting
            ELSE
                ADD 1 TO RU-Meetings-Tbl(WS-Room-Sub)
                ADD WS-Meeting-Minutes TO RU-Minutes-Tbl(WS-Room-Sub)
                ADD RM-Seats-Tbl(WS-Room-Sub)
                    TO RU-Offered-Tbl(WS-Room-Sub)
                ADD WS-Enrolled TO RU-Used-Tbl(WS-Room-Sub)
                IF WS-Enrolled > RM-Seats-Tbl(WS-Room-Sub)
                    ADD 1 TO RU-Overflow-Tbl(WS-Room-Sub)
                END-IF
            END-IF.

       ListUnknownRoomMeeting.
            IF WS-Unknown-Meetings = ZERO
                MOVE WS-Unknown-Title-Line TO ShowReport
                WRITE ShowReport
            END-IF
            MOVE SCH-Room       TO UK-Room
            MOVE SCH-Day        TO UK-Day
            MOVE SCH-CourseCode TO UK-Course
            MOVE SCH-Start-Time TO UK-Start
            MOVE SCH-End-Time   TO UK-End
            MOVE WS-Unknown-Line TO ShowReport
            WRITE ShowReport
            ADD 1 TO WS-Unknown-Meetings.

      * Overflow outranks everything - students without a seat are
      * the first thing facilities must fix - then an empty room,
      * then one booked under the low-use share of its week.
       PrintOneRoom.
            IF RM-Hours-Tbl(WS-Room-Sub) = ZERO
                MOVE WS-Standard-Week-Hours TO WS-Avail-Hours
            ELSE
                MOVE RM-Hours-Tbl(WS-Room-Sub) TO WS-Avail-Hours
            END-IF
            COMPUTE WS-Hours-Booked ROUNDED =
                RU-Minutes-Tbl(WS-Room-Sub) / 60
            COMPUTE WS-Util-Pct ROUNDED =
                RU-Minutes-Tbl(WS-Room-Sub) * 100
                / (WS-Avail-Hours * 60)
            IF RU-Offered-Tbl(WS-Room-Sub) > ZERO
                COMPUTE WS-Occ-Pct ROUNDED =
                    RU-Used-Tbl(WS-Room-Sub) * 100
                    / RU-Offered-Tbl(WS-Room-Sub)
            ELSE
                MOVE ZERO TO WS-Occ-Pct
            END-IF

            MOVE RM-Code-Tbl(WS-Room-Sub) TO DL-Room
            EVALUATE RM-Type-Tbl(WS-Room-Sub)
                WHEN "L"   MOVE "LECT" TO DL-Type
                WHEN "S"   MOVE "SEM"  TO DL-Type
                WHEN "B"   MOVE "LAB"  TO DL-Type
                WHEN "C"   MOVE "COMP" TO DL-Type
                WHEN OTHER MOVE SPACES TO DL-Type
            END-EVALUATE
            MOVE RM-Seats-Tbl(WS-Room-Sub)    TO DL-Seats
            MOVE RU-Meetings-Tbl(WS-Room-Sub) TO DL-Meetings
            MOVE WS-Hours-Booked              TO DL-Hours-Booked
            MOVE WS-Avail-Hours               TO DL-Hours-Avail
            MOVE WS-Util-Pct                  TO DL-Util-Pct
            MOVE RU-Offered-Tbl(WS-Room-Sub)  TO DL-Seats-Offered
            MOVE RU-Used-Tbl(WS-Room-Sub)     TO DL-Seats-Used
            MOVE WS-Occ-Pct                   TO DL-Occ-Pct
            EVALUATE TRUE
                WHEN RU-Overflow-Tbl(WS-Room-Sub) > ZERO
                    MOVE "OVERFLOW" TO DL-Flag
                    ADD 1 TO WS-Rooms-Overflowing
                WHEN RU-Meetings-Tbl(WS-Room-Sub) = ZERO
                    IF RoomEntryClosed(WS-Room-Sub)
                        MOVE "CLOSED" TO DL-Flag
                    ELSE
                        MOVE "EMPTY" TO DL-Flag
                        ADD 1 TO WS-Rooms-Empty
                    END-IF
                WHEN WS-Util-Pct < WS-Low-Use-Pct
                    MOVE "LOW USE" TO DL-Flag
                    ADD 1 TO WS-Rooms-Low-Use
                WHEN OTHER
                    MOVE SPACES TO DL-Flag
            END-EVALUATE
            MOVE WS-Detail-Line TO ShowReport
            WRITE ShowReport

            ADD 1 TO WS-Rooms-Reported
            ADD RU-Minutes-Tbl(WS-Room-Sub) TO WS-Total-Minutes
            IF NOT RoomEntryClosed(WS-Room-Sub)
                ADD WS-Avail-Hours TO WS-Total-Avail-Hours
            END-IF
            ADD RU-Offered-Tbl(WS-Room-Sub) TO WS-Total-Offered
            ADD RU-Used-Tbl(WS-Room-Sub)    TO WS-Total-Used.

       PrintRunTotals.
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Meetings-Counted TO TL-Meetings
            COMPUTE WS-Hours-Booked ROUNDED = WS-Total-Minutes / 60
            MOVE WS-Hours-Booked TO TL-Hours-Booked
            MOVE WS-Total-Avail-Hours TO TL-Hours-Avail
            MOVE WS-Total-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Total-Offered TO TL-Offered
            MOVE WS-Total-Used    TO TL-Used
            MOVE WS-Seat-Total-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Rooms-Empty       TO FC-Empty
            MOVE WS-Rooms-Overflowing TO FC-Overflow
            MOVE WS-Rooms-Low-Use     TO FC-Low-Use
            MOVE WS-Flag-Count-Line TO ShowReport
            WRITE ShowReport.

       LocateRoomEntry.
            MOVE ZERO TO WS-Room-Sub
            IF RoomTableCount > ZERO
                SET RoomIdx TO 1
                SEARCH RoomEntry
                   AT END MOVE ZERO TO WS-Room-Sub
                   WHEN RM-Code-Tbl(RoomIdx) = SCH-Room
                        SET WS-Room-Sub TO RoomIdx
                END-SEARCH
            END-IF.

       LocateCourseEntry.
            MOVE ZERO TO WS-Course-Sub
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END MOVE ZERO TO WS-Course-Sub
                   WHEN CourseCode-Tbl(CourseIdx) = SCH-CourseCode
                        SET WS-Course-Sub TO CourseIdx
                END-SEARCH
            END-IF.

       LocateSectionEntry.
            MOVE ZERO TO WS-Section-Sub
            IF SectionTableCount > ZERO
               AND SCH-Section NOT = SPACE
                SET SectionIdx TO 1
                SEARCH SectionEntry
                   AT END MOVE ZERO TO WS-Section-Sub
                   WHEN SE-CourseCode-Tbl(SectionIdx) = SCH-CourseCode
                        AND SE-Section-Tbl(SectionIdx) = SCH-Section
                        SET WS-Section-Sub TO SectionIdx
                END-SEARCH
            END-IF.

      * No ROOMS.DAT yet (a "35" status) means no master to report
      * against - every meeting then lists as in an unknown room.
       LoadRoomTable.
            OPEN INPUT RoomFile
            IF WS-Room-Status NOT = "00"
                SET EndOfRoomFile TO TRUE
            ELSE
                READ RoomFile
                    AT END SET EndOfRoomFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRoomFile
                SET RoomIdx TO RoomTableCount
                SET RoomIdx UP BY 1
                SET RoomTableCount TO RoomIdx
                MOVE RM-Room-Code TO RM-Code-Tbl(RoomIdx)
                MOVE RM-Seats     TO RM-Seats-Tbl(RoomIdx)
                MOVE RM-Type      TO RM-Type-Tbl(RoomIdx)
                MOVE RM-Status    TO RM-Status-Tbl(RoomIdx)
                IF RM-Avail-Hours NUMERIC
                    MOVE RM-Avail-Hours TO RM-Hours-Tbl(RoomIdx)
                ELSE
                    MOVE ZERO TO RM-Hours-Tbl(RoomIdx)
                END-IF
                MOVE ZERO TO RU-Meetings-Tbl(RoomIdx)
                MOVE ZERO TO RU-Minutes-Tbl(RoomIdx)
                MOVE ZERO TO RU-Offered-Tbl(RoomIdx)
                MOVE ZERO TO RU-Used-Tbl(RoomIdx)
                MOVE ZERO TO RU-Overflow-Tbl(RoomIdx)
                READ RoomFile
                    AT END SET EndOfRoomFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Room-Status NOT = "35"
                CLOSE RoomFile
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
               MOVE CourseCode-C   TO CourseCode-Tbl(CourseIdx)
               MOVE CurrEnrolled-C TO CurrEnrolled-Tbl(CourseIdx)
               READ CourseFile
                  AT END SET EndOfCourseFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE CourseFile.

      * No SECTIONS.DAT (a "35" status) means no course is split -
      * every meeting seats its whole course.
       LoadSectionTable.
            OPEN INPUT SectionFile
            IF WS-Section-Status NOT = "00"
                SET EndOfSectionFile TO TRUE
            ELSE
                READ SectionFile
                    AT END SET EndOfSectionFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSectionFile
                SET SectionIdx TO SectionTableCount
                SET SectionIdx UP BY 1
                SET SectionTableCount TO SectionIdx
                MOVE SEC-CourseCode    TO SE-CourseCode-Tbl(SectionIdx)
                MOVE SEC-Section       TO SE-Section-Tbl(SectionIdx)
                MOVE SEC-Curr-Enrolled
                    TO SE-CurrEnrolled-Tbl(SectionIdx)
                READ SectionFile
                    AT END SET EndOfSectionFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Section-Status NOT = "35"
                CLOSE SectionFile
            END-IF.

       END PROGRAM RoomUtilRpt.
