                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * A course split into sections (CourseMaint) has each meeting
      * checked against its section list, and its room overflow
      * measured on the section's own head count.
           SELECT SectionFile ASSIGN "SECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Section-Status.

           SELECT TransFile ASSIGN "TRANSSCH.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT RoomConflictFile ASSIGN "ROOMCONF.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The room master RoomMaint keeps - a meeting may only book a
      * room that is on it and open, and the seats it holds are set
      * against the course's enrollment.
           SELECT RoomFile ASSIGN "ROOMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Room-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ScheduleFile.
       FD  CourseFile.
           COPY COURSMAS.

       FD  SectionFile.
           COPY SECTMAS.

       FD  AuditFile.
           COPY AUDITREC.

      * One transaction file covers add and drop - TransCode-S says
      * which the CourseCode-S meeting applies to, the same one-file
      * discipline CourseMaint uses for the catalog itself.
      * Section-S names the section the meeting is for; left blank
      * the meeting is one every section of the course attends.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-S          PIC X.
           02 StartTime-S          PIC X(4).
           02 EndTime-S            PIC X(4).
           02 Room-S               PIC X(6).
           02 Section-S            PIC X.

       FD  ExceptionFile.
       01  ExceptRecord.
       FD  RoomConflictFile.
       01  ShowRoomConflict         PIC X(80).

       FD  RoomFile.
           COPY ROOMMAS.

       WORKING-STORAGE SECTION.
       01  WS-Schedule-Status      PIC XX      VALUE SPACES.

               03 SC-Start-Tbl     PIC 9(4).
               03 SC-End-Tbl       PIC 9(4).
               03 SC-Room-Tbl      PIC X(6).
               03 SC-Section-Tbl   PIC X.
               03 SC-Dropped-Tbl   PIC X.
                   88 MeetingSlotDropped   VALUE "D".

                                    DEPENDING ON CourseTableCount
                                    INDEXED BY CourseIdx.
               03 CourseCode-Tbl   PIC X(4).
               03 MaxCapacity-Tbl  PIC 9(4).
               03 CurrEnrolled-Tbl PIC 9(4).
               03 CourseRest-Tbl   PIC X(68).

       01  WS-Course-Valid-Switch  PIC X       VALUE "N".
           88 CourseCodeIsValid                VALUE "Y".
       01  WS-Course-Sub           PIC 9(4)    COMP VALUE ZERO.

       01  WS-Section-Status       PIC XX      VALUE SPACES.
       01  WS-Section-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSectionFile                 VALUE "Y".

       01  SectionTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SectionTable.
           02 SectionEntry         OCCURS 1 TO 500 TIMES
                                    DEPENDING ON SectionTableCount
                                    INDEXED BY SectionIdx.
               03 SE-CourseCode-Tbl PIC X(4).
               03 SE-Section-Tbl   PIC X.
               03 SE-CurrEnrolled-Tbl PIC 9(4).

       01  WS-Section-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Locate-Section       PIC X       VALUE SPACE.
       01  WS-Meeting-Enrolled     PIC 9(4)    VALUE ZERO.

       01  WS-Room-Status          PIC XX      VALUE SPACES.
       01  WS-Room-EOF-Switch      PIC X       VALUE "N".
           88 EndOfRoomFile                    VALUE "Y".

      * No ROOMS.DAT at all means facilities have not built the
      * master yet - the room check stands aside until they do,
      * the way an empty PREREQS.DAT lets every enrollment through.
       01  WS-Room-Master-Switch   PIC X       VALUE "N".
           88 RoomMasterOnFile                 VALUE "Y".

       01  RoomTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  RoomTable.
           02 RoomEntry            OCCURS 1 TO 500 TIMES
                                    DEPENDING ON RoomTableCount
                                    INDEXED BY RoomIdx.
               03 RM-Code-Tbl      PIC X(6).
               03 RM-Seats-Tbl     PIC 9(4).
               03 RM-Status-Tbl    PIC X.
                   88 RoomEntryClosed      VALUE "C".

       01  WS-Room-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Locate-Room          PIC X(6)    VALUE SPACES.
       01  WS-Locate-Course        PIC X(4)    VALUE SPACES.

       01  WS-Run-Totals.
           02 WS-Meetings-Added    PIC 9(5)    VALUE ZERO.
           02 WS-Meetings-Dropped  PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-Room-Conflicts    PIC 9(5)    VALUE ZERO.
           02 WS-Room-Overflows    PIC 9(5)    VALUE ZERO.
           02 WS-Overflow-Warnings PIC 9(5)    VALUE ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
           02 RC-Day                PIC 9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RC-Course-1           PIC X(4).
           02 RC-Section-1          PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 RC-Start-1            PIC 9(4).
           02 FILLER                PIC X       VALUE "-".
           02 RC-End-1              PIC 9(4).
           02 FILLER                PIC X(5)    VALUE "  VS ".
           02 RC-Course-2           PIC X(4).
           02 RC-Section-2          PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 RC-Start-2            PIC 9(4).
           02 FILLER                PIC X       VALUE "-".
           02 RC-End-2              PIC 9(4).
           02 FILLER                PIC X(33)   VALUE SPACES.

       01  WS-No-Conflict-Line      PIC X(80)   VALUE
           "NO ROOM CONFLICTS ON FILE".

       01  WS-Overflow-Title-Line   PIC X(80)   VALUE
           "ROOM OVERFLOW LISTING - COURSE ENROLLMENT OVER ROOM SEATS".

       01  WS-Overflow-Detail-Line.
           02 OF-Room               PIC X(6).
           02 FILLER                PIC X(6)    VALUE "  DAY ".
           02 OF-Day                PIC 9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 OF-Course             PIC X(4).
           02 OF-Section            PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 OF-Start              PIC 9(4).
           02 FILLER                PIC X       VALUE "-".
           02 OF-End                PIC 9(4).
           02 FILLER                PIC X(12)   VALUE "  ENROLLED: ".
           02 OF-Enrolled           PIC ZZZ9.
           02 FILLER                PIC X(9)    VALUE "  SEATS: ".
           02 OF-Seats              PIC ZZZ9.
           02 FILLER                PIC X(21)   VALUE SPACES.

       01  WS-No-Overflow-Line      PIC X(80)   VALUE
           "NO MEETING OVERFLOWS ITS ROOM".

       PROCEDURE DIVISION.
       BEGIN.
      * The timetable finally lives in the system - keyed meeting
      * file at the end of every run.
            PERFORM GetOperatorId
            PERFORM LoadCourseTable
            PERFORM LoadSectionTable
            PERFORM LoadRoomTable
            PERFORM LoadScheduleTable

            OPEN INPUT TransFile

       ApplyAddMeeting.
            PERFORM ValidateMeetingCourse
            MOVE Room-S TO WS-Locate-Room
            PERFORM LocateRoomEntry
            MOVE CourseCode-S TO WS-Locate-Course
            MOVE Section-S TO WS-Locate-Section
            PERFORM LocateSectionEntry
            EVALUATE TRUE
                WHEN NOT CourseCodeIsValid
                    MOVE CourseCode-S TO Except-CourseCode
                    MOVE "COURSE NOT ON CATALOG" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Section-S NOT = SPACE AND WS-Section-Sub = ZERO
                    MOVE CourseCode-S TO Except-CourseCode
                    MOVE "SECTION NOT ON FILE - " TO Except-Detail
                    MOVE Section-S TO Except-Detail(23:1)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Day-S NOT NUMERIC
                  OR StartTime-S NOT NUMERIC
                  OR EndTime-S NOT NUMERIC
                    MOVE "START TIME NOT BEFORE END" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN RoomMasterOnFile AND WS-Room-Sub = ZERO
                    MOVE CourseCode-S TO Except-CourseCode
                    MOVE "ROOM NOT ON ROOM MASTER - " TO Except-Detail
                    MOVE Room-S TO Except-Detail(27:6)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN RoomMasterOnFile
                     AND RoomEntryClosed(WS-Room-Sub)
                    MOVE CourseCode-S TO Except-CourseCode
                    MOVE "ROOM IS CLOSED - " TO Except-Detail
                    MOVE Room-S TO Except-Detail(18:6)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    PERFORM LocateMeetingEntry
                    IF WS-Sched-Sub > ZERO
                        MOVE StartTime-S  TO SC-Start-Tbl(SchedIdx)
                        MOVE EndTime-S    TO SC-End-Tbl(SchedIdx)
                        MOVE Room-S       TO SC-Room-Tbl(SchedIdx)
                        MOVE Section-S    TO SC-Section-Tbl(SchedIdx)
                        MOVE SPACE        TO SC-Dropped-Tbl(SchedIdx)
                        MOVE "ADD MEETING" TO AUD-Action-Tmp
                        PERFORM WriteAuditRecord
                        ADD 1 TO WS-Meetings-Added
                        PERFORM WarnRoomOverflow
                    END-IF
            END-EVALUATE.

                ADD 1 TO WS-Meetings-Dropped
            END-IF.

      * The meeting is booked - a room too small for the course is
      * a warning on the exception report, not a reject, because
      * the enrollment may yet fall; the overflow listing carries
      * it every run until one side or the other is fixed.
       WarnRoomOverflow.
            PERFORM GetMeetingEnrolled
            IF RoomMasterOnFile AND WS-Room-Sub > ZERO
               AND WS-Course-Sub > ZERO
               AND WS-Meeting-Enrolled >
                   RM-Seats-Tbl(WS-Room-Sub)
                MOVE CourseCode-S TO Except-CourseCode
                MOVE "WARNING - ENROLLED OVER SEATS IN "
                    TO Except-Detail
                MOVE Room-S TO Except-Detail(34:6)
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Overflow-Warnings
            END-IF.

      * A meeting is identified by course, section, day and start
      * time - the room and end time ride along.
       LocateMeetingEntry.
            MOVE ZERO TO WS-Sched-Sub
            IF ScheduleTableCount > ZERO
                SEARCH ScheduleEntry
                   AT END MOVE ZERO TO WS-Sched-Sub
                   WHEN SC-CourseCode-Tbl(SchedIdx) = CourseCode-S
                        AND SC-Section-Tbl(SchedIdx) = Section-S
                        AND SC-Day-Tbl(SchedIdx) = Day-S
                        AND SC-Start-Tbl(SchedIdx) = StartTime-S
                        AND NOT MeetingSlotDropped(SchedIdx)

       ValidateMeetingCourse.
            SET WS-Course-Valid-Switch TO "N"
            MOVE CourseCode-S TO WS-Locate-Course
            PERFORM LocateCourseEntry
            IF WS-Course-Sub > ZERO
                SET WS-Course-Valid-Switch TO "Y"
            END-IF.

       LocateCourseEntry.
            MOVE ZERO TO WS-Course-Sub
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END MOVE ZERO TO WS-Course-Sub
                   WHEN CourseCode-Tbl(CourseIdx) = WS-Locate-Course
                        SET WS-Course-Sub TO CourseIdx
                END-SEARCH
            END-IF.

      * A section meeting measures against the section's head count;
      * a whole-course meeting against the course's. Expects
      * WS-Course-Sub and WS-Section-Sub already located.
       GetMeetingEnrolled.
            MOVE ZERO TO WS-Meeting-Enrolled
            IF WS-Section-Sub > ZERO
                MOVE SE-CurrEnrolled-Tbl(WS-Section-Sub)
                    TO WS-Meeting-Enrolled
            ELSE
                IF WS-Course-Sub > ZERO
                    MOVE CurrEnrolled-Tbl(WS-Course-Sub)
                        TO WS-Meeting-Enrolled
                END-IF
            END-IF.

      * A blank WS-Locate-Section never matches - the whole course
      * is not a section.
       LocateSectionEntry.
            MOVE ZERO TO WS-Section-Sub
            IF SectionTableCount > ZERO
               AND WS-Locate-Section NOT = SPACE
                SET SectionIdx TO 1
                SEARCH SectionEntry
                   AT END MOVE ZERO TO WS-Section-Sub
                   WHEN SE-CourseCode-Tbl(SectionIdx) =
                            WS-Locate-Course
                        AND SE-Section-Tbl(SectionIdx) =
                            WS-Locate-Section
                        SET WS-Section-Sub TO SectionIdx
                END-SEARCH
            END-IF.

       LocateRoomEntry.
            MOVE ZERO TO WS-Room-Sub
            IF RoomTableCount > ZERO
                SET RoomIdx TO 1
                SEARCH RoomEntry
                   AT END MOVE ZERO TO WS-Room-Sub
                   WHEN RM-Code-Tbl(RoomIdx) = WS-Locate-Room
                        SET WS-Room-Sub TO RoomIdx
                END-SEARCH
            END-IF.

                MOVE WS-No-Conflict-Line TO ShowRoomConflict
                WRITE ShowRoomConflict
            END-IF
            PERFORM PrintRoomOverflows
            CLOSE RoomConflictFile.

      * Every surviving meeting whose course has more students on
      * CurrEnrolled-C than its room has seats - printed after the
      * conflicts on the same listing, the whole file every run. A
      * section's meeting is measured on the section's head count.
       PrintRoomOverflows.
            MOVE SPACES TO ShowRoomConflict
            WRITE ShowRoomConflict
            MOVE WS-Overflow-Title-Line TO ShowRoomConflict
            WRITE ShowRoomConflict
            PERFORM VARYING WS-Sched-Sub FROM 1 BY 1
                    UNTIL WS-Sched-Sub > ScheduleTableCount
                IF NOT MeetingSlotDropped(WS-Sched-Sub)
                    PERFORM CheckOneMeetingOverflow
                END-IF
            END-PERFORM
            IF WS-Room-Overflows = ZERO
                MOVE WS-No-Overflow-Line TO ShowRoomConflict
                WRITE ShowRoomConflict
            END-IF.

       CheckOneMeetingOverflow.
            MOVE SC-Room-Tbl(WS-Sched-Sub) TO WS-Locate-Room
            PERFORM LocateRoomEntry
            MOVE SC-CourseCode-Tbl(WS-Sched-Sub) TO WS-Locate-Course
            PERFORM LocateCourseEntry
            MOVE SC-Section-Tbl(WS-Sched-Sub) TO WS-Locate-Section
            PERFORM LocateSectionEntry
            PERFORM GetMeetingEnrolled
            IF WS-Room-Sub > ZERO AND WS-Course-Sub > ZERO
               AND WS-Meeting-Enrolled >
                   RM-Seats-Tbl(WS-Room-Sub)
                MOVE SC-Room-Tbl(WS-Sched-Sub)       TO OF-Room
                MOVE SC-Day-Tbl(WS-Sched-Sub)        TO OF-Day
                MOVE SC-CourseCode-Tbl(WS-Sched-Sub) TO OF-Course
                MOVE SC-Section-Tbl(WS-Sched-Sub)    TO OF-Section
                MOVE SC-Start-Tbl(WS-Sched-Sub)      TO OF-Start
                MOVE SC-End-Tbl(WS-Sched-Sub)        TO OF-End
                MOVE WS-Meeting-Enrolled             TO OF-Enrolled
                MOVE RM-Seats-Tbl(WS-Room-Sub)       TO OF-Seats
                MOVE WS-Overflow-Detail-Line TO ShowRoomConflict
                WRITE ShowRoomConflict
                ADD 1 TO WS-Room-Overflows
            END-IF.

       CheckRoomPairings.
            COMPUTE WS-Pair-Sub = WS-Sched-Sub + 1
            PERFORM UNTIL WS-Pair-Sub > ScheduleTableCount
            MOVE SC-Room-Tbl(WS-Sched-Sub)       TO RC-Room
            MOVE SC-Day-Tbl(WS-Sched-Sub)        TO RC-Day
            MOVE SC-CourseCode-Tbl(WS-Sched-Sub) TO RC-Course-1
            MOVE SC-Section-Tbl(WS-Sched-Sub)    TO RC-Section-1
            MOVE SC-Start-Tbl(WS-Sched-Sub)      TO RC-Start-1
            MOVE SC-End-Tbl(WS-Sched-Sub)        TO RC-End-1
            MOVE SC-CourseCode-Tbl(WS-Pair-Sub)  TO RC-Course-2
            MOVE SC-Section-Tbl(WS-Pair-Sub)     TO RC-Section-2
            MOVE SC-Start-Tbl(WS-Pair-Sub)       TO RC-Start-2
            MOVE SC-End-Tbl(WS-Pair-Sub)         TO RC-End-2
            MOVE WS-RoomConf-Detail-Line TO ShowRoomConflict
                MOVE SCH-Start-Time TO SC-Start-Tbl(SchedIdx)
                MOVE SCH-End-Time   TO SC-End-Tbl(SchedIdx)
                MOVE SCH-Room       TO SC-Room-Tbl(SchedIdx)
                MOVE SCH-Section    TO SC-Section-Tbl(SchedIdx)
                MOVE SPACE          TO SC-Dropped-Tbl(SchedIdx)
                READ ScheduleFile
                    AT END SET EndOfScheduleFile TO TRUE
                CLOSE ScheduleFile
            END-IF.

      * No ROOMS.DAT yet (a "35" status) leaves the switch off and
      * the table empty - bookings go through unchecked as before.
       LoadRoomTable.
            OPEN INPUT RoomFile
            IF WS-Room-Status NOT = "00"
                SET EndOfRoomFile TO TRUE
            ELSE
                SET RoomMasterOnFile TO TRUE
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
                MOVE RM-Status    TO RM-Status-Tbl(RoomIdx)
                READ RoomFile
                    AT END SET EndOfRoomFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Room-Status NOT = "35"
                CLOSE RoomFile
            END-IF.

       StoreScheduleTable.
            OPEN OUTPUT ScheduleFile
            PERFORM VARYING SchedIdx FROM 1 BY 1
                    MOVE SC-Start-Tbl(SchedIdx) TO SCH-Start-Time
                    MOVE SC-End-Tbl(SchedIdx)   TO SCH-End-Time
                    MOVE SC-Room-Tbl(SchedIdx)  TO SCH-Room
                    MOVE SC-Section-Tbl(SchedIdx) TO SCH-Section
                    WRITE ScheduleRecord
                END-IF
            END-PERFORM
            END-PERFORM
            CLOSE CourseFile.

      * No SECTIONS.DAT (a "35" status) means no course is split -
      * only whole-course meetings can be booked.
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

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            DISPLAY "Meetings added       : " WS-Meetings-Added
            DISPLAY "Meetings dropped     : " WS-Meetings-Dropped
            DISPLAY "Transactions rejected: " WS-Trans-Rejected
            DISPLAY "Room conflicts       : " WS-Room-Conflicts
            DISPLAY "Overflow warnings    : " WS-Overflow-Warnings
            DISPLAY "Meetings over seats  : " WS-Room-Overflows.


      * No SIGNON.DAT (a "35" status) means no operator session left
