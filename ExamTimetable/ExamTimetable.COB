      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExamTimetable.

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

           SELECT ExamFile ASSIGN "EXAMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Exam-Status.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT RoomFile ASSIGN "ROOMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Room-Status.

           SELECT SuppressFile ASSIGN "SUPPRESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suppress-Status.

           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ClashFile ASSIGN "EXAMCLSH.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SeatSortFile ASSIGN "SORTSEAT.WRK".

           SELECT SortedSeatFile ASSIGN "EXAMSEAT.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SeatListFile ASSIGN "EXAMSEAT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NoticeFile ASSIGN "EXAMNOTE.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  EnrollFile.
           COPY ENROLL.

       FD  ExamFile.
           COPY EXAMSESS.

       FD  CourseFile.
           COPY COURSMAS.

       FD  RoomFile.
           COPY ROOMMAS.

       FD  SuppressFile.
           COPY DONOTCON.

       FD  CorrHistFile.
           COPY CORRHIST.

       FD  ClashFile.
       01  ShowClash                PIC X(80).

      * One candidate per exam sat - sorted into slot and room order
      * so each room's list for a sitting comes off in one run.
       SD  SeatSortFile.
       01  SeatSortRecord.
           02 SS-Date               PIC 9(8).
           02 SS-Sitting            PIC X(2).
           02 SS-Room               PIC X(6).
           02 SS-StudentId          PIC 9(7).
           02 SS-Surname            PIC X(8).
           02 SS-Initials           PIC XX.
           02 SS-CourseCode         PIC X(4).

       FD  SortedSeatFile.
       01  SortedSeatRecord.
           02 SV-Date               PIC 9(8).
           02 SV-Sitting            PIC X(2).
           02 SV-Room               PIC X(6).
           02 SV-StudentId          PIC 9(7).
           02 SV-Surname            PIC X(8).
           02 SV-Initials           PIC XX.
           02 SV-CourseCode         PIC X(4).

       FD  SeatListFile.
       01  ShowSeatList             PIC X(80).

       FD  NoticeFile.
       01  ShowNotice               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Enroll-Status         PIC XX      VALUE SPACES.
       01  WS-Exam-Status           PIC XX      VALUE SPACES.
       01  WS-Room-Status           PIC XX      VALUE SPACES.
       01  WS-Suppress-Status       PIC XX      VALUE SPACES.

       01  WS-Student-EOF-Switch    PIC X       VALUE "N".
           88 EndOfStudentFile                  VALUE "Y".
       01  WS-Enroll-EOF-Switch     PIC X       VALUE "N".
           88 EndOfEnrollFile                   VALUE "Y".
       01  WS-Exam-EOF-Switch       PIC X       VALUE "N".
           88 EndOfExamFile                     VALUE "Y".
       01  WS-Course-EOF-Switch     PIC X       VALUE "N".
           88 EndOfCourseFile                   VALUE "Y".
       01  WS-Room-EOF-Switch       PIC X       VALUE "N".
           88 EndOfRoomFile                     VALUE "Y".
       01  WS-Suppress-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSuppressFile                 VALUE "Y".
       01  WS-Sorted-EOF-Switch     PIC X       VALUE "N".
           88 EndOfSortedFile                   VALUE "Y".

      * C checks the timetable and stops; P checks it and, only
      * when not one student clashes, publishes the seating lists
      * and the notices.
       01  KeyedRunMode             PIC X       VALUE SPACE.
           88 CheckOnlyRun                      VALUE "C".
           88 PublishRun                        VALUE "P".

       01  ExamTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  ExamTable.
           02 ExamEntry             OCCURS 1 TO 500 TIMES
                                     DEPENDING ON ExamTableCount
                                     INDEXED BY ExamIdx.
               03 EX-Course-Tbl     PIC X(4).
               03 EX-Date-Tbl       PIC 9(8).
               03 EX-Sitting-Tbl    PIC X(2).
               03 EX-Room-Tbl       PIC X(6).

       01  EnrollTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  EnrollTable.
           02 EnrollEntry           OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON EnrollTableCount
                                     INDEXED BY EnrollIdx.
               03 EN-StudentId-Tbl  PIC 9(7).
               03 EN-CourseCode-Tbl PIC X(4).

       01  CourseTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry           OCCURS 1 TO 200 TIMES
                                     DEPENDING ON CourseTableCount
                                     INDEXED BY CourseIdx.
               03 CourseCode-Tbl    PIC X(4).
               03 CourseName-Tbl    PIC X(30).

       01  RoomTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  RoomTable.
           02 RoomEntry             OCCURS 1 TO 500 TIMES
                                     DEPENDING ON RoomTableCount
                                     INDEXED BY RoomIdx.
               03 RM-Code-Tbl       PIC X(6).
               03 RM-Seats-Tbl      PIC 9(4).

       01  SuppressTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SuppressTable.
           02 SuppressEntry         OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON SuppressTableCount
                                     INDEXED BY SuppIdx.
               03 SU-Type-Tbl       PIC X.
               03 SU-Id-Tbl         PIC 9(7).

       01  WS-Suppressed-Switch     PIC X       VALUE "N".
           88 PartyIsSuppressed                 VALUE "Y".

      * The exams one student sits, kept in slot order as they are
      * collected - the primary course off the master first, then
      * every ENROLL.DAT row, each course only once.
       01  StudentExamCount         PIC 9(4)    COMP VALUE ZERO.
       01  StudentExamList.
           02 StudentExamEntry      OCCURS 1 TO 20 TIMES
                                     DEPENDING ON StudentExamCount.
               03 SE-Slot.
                   04 SE-Date       PIC 9(8).
                   04 SE-Sitting    PIC X(2).
               03 SE-CourseCode     PIC X(4).
               03 SE-Room           PIC X(6).

       01  WS-Exam-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Course-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Room-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-List-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Insert-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-First-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Second-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Wanted-Course         PIC X(4)    VALUE SPACES.
       01  WS-New-Slot.
           02 WS-New-Date           PIC 9(8).
           02 WS-New-Sitting        PIC X(2).

       01  WS-Already-Listed-Switch PIC X       VALUE "N".
           88 CourseAlreadyListed               VALUE "Y".
       01  WS-Student-Clash-Switch  PIC X       VALUE "N".
           88 StudentHasClash                   VALUE "Y".
       01  WS-Slot-Found-Switch     PIC X       VALUE "N".
           88 InsertSlotFound                   VALUE "Y".

      * Seating-list control break - a new date, sitting or room
      * starts a new list on a new page.
       01  WS-Prev-Seat-Key.
           02 WS-Prev-Date          PIC 9(8)    VALUE ZERO.
           02 WS-Prev-Sitting       PIC X(2)    VALUE SPACES.
           02 WS-Prev-Room          PIC X(6)    VALUE SPACES.
       01  WS-First-List-Switch     PIC X       VALUE "Y".
           88 FirstSeatingList                  VALUE "Y".
       01  WS-Seat-Number           PIC 9(4)    VALUE ZERO.
       01  WS-List-Seats            PIC 9(4)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Students-Checked   PIC 9(7)    VALUE ZERO.
           02 WS-Students-Sitting   PIC 9(7)    VALUE ZERO.
           02 WS-Clash-Pairs        PIC 9(5)    VALUE ZERO.
           02 WS-Students-Clashing  PIC 9(5)    VALUE ZERO.
           02 WS-Notices-Printed    PIC 9(5)    VALUE ZERO.
           02 WS-Suppressed-Count   PIC 9(5)    VALUE ZERO.
           02 WS-Lists-Printed      PIC 9(5)    VALUE ZERO.
           02 WS-Lists-Over-Seats   PIC 9(5)    VALUE ZERO.
           02 WS-Candidates-Seated  PIC 9(7)    VALUE ZERO.

      * Same "Surname, Initials" formatting StudentName's
      * PrintNameList already uses for the name list print.
       01  WS-Formatted-Name.
           02 WS-Name-Surname       PIC X(8).
           02 FILLER                PIC X(2)    VALUE ", ".
           02 WS-Name-Initials      PIC XX.

       01  WS-Clash-Title-Line      PIC X(80)   VALUE
           "EXAM TIMETABLE CLASH CHECK - TWO EXAMS IN ONE SLOT".

       01  WS-Clash-Column-Line     PIC X(80)   VALUE
           "STUDENT  NAME          DATE     SITTING  COURSES".

       01  WS-Clash-Detail-Line.
           02 CD-StudentId          PIC 9(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 CD-Name               PIC X(12).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 CD-Date               PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 CD-Sitting            PIC X(2).
           02 FILLER                PIC X(6)    VALUE SPACES.
           02 CD-Course-1           PIC X(4).
           02 FILLER                PIC X(3)    VALUE " / ".
           02 CD-Course-2           PIC X(4).
           02 FILLER                PIC X(29)   VALUE SPACES.

       01  WS-Clash-Total-Line.
           02 FILLER                PIC X(23)   VALUE
              "STUDENTS WITH CLASHES: ".
           02 CT-Students           PIC ZZZZ9.
           02 FILLER                PIC X(18)   VALUE
              "   CLASH PAIRS:   ".
           02 CT-Pairs              PIC ZZZZ9.
           02 FILLER                PIC X(29)   VALUE SPACES.

       01  WS-Clash-Clear-Line      PIC X(80)   VALUE
           "NO CLASHES - TIMETABLE CLEAR TO PUBLISH".

       01  WS-Seat-Head-Line.
           02 FILLER                PIC X(25)   VALUE
              "EXAM SEATING LIST - ROOM ".
           02 SH-Room               PIC X(6).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 SH-Date               PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 SH-Sitting            PIC X(2).
           02 FILLER                PIC X(10)   VALUE
              "   SEATS: ".
           02 SH-Seats              PIC ZZZ9.
           02 FILLER                PIC X(21)   VALUE SPACES.

       01  WS-Seat-Column-Line      PIC X(80)   VALUE
           "SEAT  STUDENT  NAME          COURSE".

       01  WS-Seat-Detail-Line.
           02 SD-Seat               PIC ZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SD-StudentId          PIC 9(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SD-Name               PIC X(12).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SD-CourseCode         PIC X(4).
           02 FILLER                PIC X(47)   VALUE SPACES.

       01  WS-Seat-Total-Line.
           02 FILLER                PIC X(12)   VALUE
              "CANDIDATES: ".
           02 ST-Candidates         PIC ZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 ST-Warning            PIC X(33)   VALUE SPACES.
           02 FILLER                PIC X(29)   VALUE SPACES.

       01  WS-Notice-Title-Line     PIC X(80)   VALUE
           "END OF TERM EXAMINATION NOTICE".

       01  WS-Notice-Name-Line.
           02 FILLER                PIC X(10)   VALUE "STUDENT : ".
           02 NN-StudentId          PIC 9(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 NN-Name               PIC X(12).
           02 FILLER                PIC X(49)   VALUE SPACES.

       01  WS-Notice-Street-Line.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 NS-Street             PIC X(20).
           02 FILLER                PIC X(50)   VALUE SPACES.

       01  WS-Notice-City-Line.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 NC-City               PIC X(15).
           02 FILLER                PIC X       VALUE SPACE.
           02 NC-PostalCode         PIC X(8).
           02 FILLER                PIC X(46)   VALUE SPACES.

       01  WS-Notice-Column-Line.
           02 FILLER                PIC X(38)   VALUE
              "COURSE NAME".
           02 FILLER                PIC X(42)   VALUE
              "DATE      SITTING ROOM".

       01  WS-Notice-Detail-Line.
           02 ND-CourseCode         PIC X(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 ND-CourseName         PIC X(30).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 ND-Date               PIC 9(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 ND-Sitting            PIC X(2).
           02 FILLER                PIC X(6)    VALUE SPACES.
           02 ND-Room               PIC X(6).
           02 FILLER                PIC X(18)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The end-of-term exam timetable, checked student by student
      * before anyone sees it - every active student's primary
      * course and ENROLL.DAT rows set against EXAMS.DAT, and
      * anyone with two exams in one date and sitting listed on
      * EXAMCLSH.RPT. A publish run that finds even one clash
      * refuses; a clean one prints a seating list per room per
      * sitting and a personal exam notice per student, each notice
      * logged on CORRHIST.DAT.
            DISPLAY "Run mode - C clash check only, P check and "
                "publish: " WITH NO ADVANCING
            MOVE SPACE TO KeyedRunMode
            ACCEPT KeyedRunMode
            IF NOT CheckOnlyRun AND NOT PublishRun
                DISPLAY "ExamTimetable - RUN MODE MUST BE C OR P "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM LoadExamTable
            IF ExamTableCount = ZERO
                DISPLAY "ExamTimetable - NO EXAMS ON EXAMS.DAT "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LoadEnrollTable
            PERFORM LoadCourseTable
            PERFORM LoadRoomTable
            PERFORM LoadSuppressTable

            PERFORM CheckAllStudents

            IF PublishRun
                IF WS-Clash-Pairs > ZERO
                    DISPLAY "ExamTimetable - " WS-Students-Clashing
                        " STUDENT(S) CLASH - SEE EXAMCLSH.RPT "
                        "- PUBLISH REFUSED"
                    MOVE 12 TO RETURN-CODE
                ELSE
                    OPEN OUTPUT NoticeFile
                    OPEN EXTEND CorrHistFile
                    SORT SeatSortFile
                        ON ASCENDING KEY SS-Date SS-Sitting SS-Room
                                         SS-StudentId
                        INPUT PROCEDURE IS ReleaseCandidates
                        GIVING SortedSeatFile
                    CLOSE NoticeFile
                    CLOSE CorrHistFile
                    PERFORM PrintSeatingLists
                END-IF
            END-IF

            DISPLAY "ExamTimetable - Control Report"
            DISPLAY "Students checked     : " WS-Students-Checked
            DISPLAY "Students sitting     : " WS-Students-Sitting
            DISPLAY "Clash pairs          : " WS-Clash-Pairs
            DISPLAY "Students clashing    : " WS-Students-Clashing
            IF PublishRun AND WS-Clash-Pairs = ZERO
                DISPLAY "Seating lists        : " WS-Lists-Printed
                DISPLAY "Lists over seats     : " WS-Lists-Over-Seats
                DISPLAY "Candidates seated    : " WS-Candidates-Seated
                DISPLAY "Notices printed      : " WS-Notices-Printed
                DISPLAY "Suppressed - skipped : " WS-Suppressed-Count
            END-IF
            STOP RUN.

      * First pass - every active student's exams collected and
      * set against each other, one report line per pair sharing a
      * slot.
       CheckAllStudents.
            OPEN OUTPUT ClashFile
            MOVE WS-Clash-Title-Line TO ShowClash
            WRITE ShowClash
            MOVE WS-Clash-Column-Line TO ShowClash
            WRITE ShowClash
            OPEN INPUT StudentFile
            MOVE "N" TO WS-Student-EOF-Switch
            MOVE LOW-VALUES TO StudentId
            START StudentFile KEY IS NOT LESS THAN StudentId
                INVALID KEY SET EndOfStudentFile TO TRUE
            END-START
            PERFORM UNTIL EndOfStudentFile
                READ StudentFile NEXT RECORD
                    AT END SET EndOfStudentFile TO TRUE
                    NOT AT END PERFORM CheckOneStudent
                END-READ
            END-PERFORM
            CLOSE StudentFile
            MOVE WS-Blank-Line TO ShowClash
            WRITE ShowClash
            IF WS-Clash-Pairs = ZERO
                MOVE WS-Clash-Clear-Line TO ShowClash
            ELSE
                MOVE WS-Students-Clashing TO CT-Students
                MOVE WS-Clash-Pairs       TO CT-Pairs
                MOVE WS-Clash-Total-Line TO ShowClash
            END-IF
            WRITE ShowClash
            CLOSE ClashFile.

       CheckOneStudent.
            IF ActiveStudent
                ADD 1 TO WS-Students-Checked
                PERFORM CollectStudentExams
                IF StudentExamCount > ZERO
                    ADD 1 TO WS-Students-Sitting
                END-IF
                MOVE "N" TO WS-Student-Clash-Switch
                PERFORM CheckOnePair
                    VARYING WS-First-Sub FROM 1 BY 1
                    UNTIL WS-First-Sub > StudentExamCount
                    AFTER WS-Second-Sub FROM 1 BY 1
                    UNTIL WS-Second-Sub > StudentExamCount
                IF StudentHasClash
                    ADD 1 TO WS-Students-Clashing
                END-IF
            END-IF.

       CheckOnePair.
            IF WS-Second-Sub > WS-First-Sub
               AND SE-Slot(WS-First-Sub) = SE-Slot(WS-Second-Sub)
                MOVE StudentId TO CD-StudentId
                MOVE Surname OF StudentMasterRecord TO WS-Name-Surname
                MOVE Initials OF StudentMasterRecord
                    TO WS-Name-Initials
                MOVE WS-Formatted-Name TO CD-Name
                MOVE SE-Date(WS-First-Sub)    TO CD-Date
                MOVE SE-Sitting(WS-First-Sub) TO CD-Sitting
                MOVE SE-CourseCode(WS-First-Sub)  TO CD-Course-1
                MOVE SE-CourseCode(WS-Second-Sub) TO CD-Course-2
                MOVE WS-Clash-Detail-Line TO ShowClash
                WRITE ShowClash
                ADD 1 TO WS-Clash-Pairs
                SET StudentHasClash TO TRUE
            END-IF.

      * The primary course off the master counts the same as any
      * ENROLL.DAT row - a course with no exam on the timetable
      * simply adds nothing.
       CollectStudentExams.
            MOVE ZERO TO StudentExamCount
            MOVE CourseCode OF StudentMasterRecord TO WS-Wanted-Course
            PERFORM AddStudentExam
            PERFORM VARYING EnrollIdx FROM 1 BY 1
                    UNTIL EnrollIdx > EnrollTableCount
                IF EN-StudentId-Tbl(EnrollIdx) = StudentId
                    MOVE EN-CourseCode-Tbl(EnrollIdx)
                        TO WS-Wanted-Course
                    PERFORM AddStudentExam
                END-IF
            END-PERFORM.

       AddStudentExam.
            MOVE "N" TO WS-Already-Listed-Switch
            PERFORM VARYING WS-List-Sub FROM 1 BY 1
                    UNTIL WS-List-Sub > StudentExamCount
                IF SE-CourseCode(WS-List-Sub) = WS-Wanted-Course
                    SET CourseAlreadyListed TO TRUE
                END-IF
            END-PERFORM
            PERFORM LocateExamEntry
            IF WS-Wanted-Course NOT = SPACES
               AND NOT CourseAlreadyListed
               AND WS-Exam-Sub > ZERO
               AND StudentExamCount < 20
                PERFORM InsertStudentExam
            END-IF.

      * Slid into slot order so the notice reads in date order and
      * the clash pairs come out in the order the student meets
      * them.
       InsertStudentExam.
            MOVE EX-Date-Tbl(WS-Exam-Sub)    TO WS-New-Date
            MOVE EX-Sitting-Tbl(WS-Exam-Sub) TO WS-New-Sitting
            ADD 1 TO StudentExamCount
            MOVE StudentExamCount TO WS-Insert-Sub
            MOVE "N" TO WS-Slot-Found-Switch
            PERFORM UNTIL InsertSlotFound
                IF WS-Insert-Sub = 1
                    SET InsertSlotFound TO TRUE
                ELSE
                    IF SE-Slot(WS-Insert-Sub - 1) <= WS-New-Slot
                        SET InsertSlotFound TO TRUE
                    ELSE
                        MOVE StudentExamEntry(WS-Insert-Sub - 1)
                            TO StudentExamEntry(WS-Insert-Sub)
                        SUBTRACT 1 FROM WS-Insert-Sub
                    END-IF
                END-IF
            END-PERFORM
            MOVE WS-New-Slot TO SE-Slot(WS-Insert-Sub)
            MOVE WS-Wanted-Course TO SE-CourseCode(WS-Insert-Sub)
            MOVE EX-Room-Tbl(WS-Exam-Sub) TO SE-Room(WS-Insert-Sub).

      * Second pass, clean timetable only - every candidate goes to
      * the sort for the seating lists, and the student's notice
      * prints while the exams are still in hand.
       ReleaseCandidates.
            OPEN INPUT StudentFile
            MOVE "N" TO WS-Student-EOF-Switch
            MOVE LOW-VALUES TO StudentId
            START StudentFile KEY IS NOT LESS THAN StudentId
                INVALID KEY SET EndOfStudentFile TO TRUE
            END-START
            PERFORM UNTIL EndOfStudentFile
                READ StudentFile NEXT RECORD
                    AT END SET EndOfStudentFile TO TRUE
                    NOT AT END PERFORM ReleaseOneStudent
                END-READ
            END-PERFORM
            CLOSE StudentFile.

       ReleaseOneStudent.
            IF ActiveStudent
                PERFORM CollectStudentExams
                IF StudentExamCount > ZERO
                    PERFORM VARYING WS-List-Sub FROM 1 BY 1
                            UNTIL WS-List-Sub > StudentExamCount
                        MOVE SE-Date(WS-List-Sub)    TO SS-Date
                        MOVE SE-Sitting(WS-List-Sub) TO SS-Sitting
                        MOVE SE-Room(WS-List-Sub)    TO SS-Room
                        MOVE StudentId               TO SS-StudentId
                        MOVE Surname OF StudentMasterRecord
                            TO SS-Surname
                        MOVE Initials OF StudentMasterRecord
                            TO SS-Initials
                        MOVE SE-CourseCode(WS-List-Sub)
                            TO SS-CourseCode
                        RELEASE SeatSortRecord
                    END-PERFORM
                    PERFORM CheckSuppression
                    IF PartyIsSuppressed
                        ADD 1 TO WS-Suppressed-Count
                    ELSE
                        PERFORM PrintExamNotice
                    END-IF
                END-IF
            END-IF.

       PrintExamNotice.
            MOVE Surname OF StudentMasterRecord TO WS-Name-Surname
            MOVE Initials OF StudentMasterRecord TO WS-Name-Initials
            MOVE WS-Notice-Title-Line TO ShowNotice
            IF WS-Notices-Printed = ZERO
                WRITE ShowNotice
            ELSE
                WRITE ShowNotice AFTER ADVANCING PAGE
            END-IF
            MOVE WS-Blank-Line TO ShowNotice
            WRITE ShowNotice
            MOVE StudentId         TO NN-StudentId
            MOVE WS-Formatted-Name TO NN-Name
            MOVE WS-Notice-Name-Line TO ShowNotice
            WRITE ShowNotice
            MOVE Street TO NS-Street
            MOVE WS-Notice-Street-Line TO ShowNotice
            WRITE ShowNotice
            MOVE City       TO NC-City
            MOVE PostalCode TO NC-PostalCode
            MOVE WS-Notice-City-Line TO ShowNotice
            WRITE ShowNotice
            MOVE WS-Blank-Line TO ShowNotice
            WRITE ShowNotice
            MOVE WS-Notice-Column-Line TO ShowNotice
            WRITE ShowNotice
            PERFORM VARYING WS-List-Sub FROM 1 BY 1
                    UNTIL WS-List-Sub > StudentExamCount
                MOVE SE-CourseCode(WS-List-Sub) TO ND-CourseCode
                MOVE SE-CourseCode(WS-List-Sub) TO WS-Wanted-Course
                PERFORM LocateCourseEntry
                IF WS-Course-Sub > ZERO
                    MOVE CourseName-Tbl(WS-Course-Sub)
                        TO ND-CourseName
                ELSE
                    MOVE SPACES TO ND-CourseName
                END-IF
                MOVE SE-Date(WS-List-Sub)    TO ND-Date
                MOVE SE-Sitting(WS-List-Sub) TO ND-Sitting
                MOVE SE-Room(WS-List-Sub)    TO ND-Room
                MOVE WS-Notice-Detail-Line TO ShowNotice
                WRITE ShowNotice
            END-PERFORM
            ADD 1 TO WS-Notices-Printed
            PERFORM WriteCorrespondence.

       WriteCorrespondence.
            SET CorrStudent TO TRUE
            MOVE StudentId TO CRH-Party-Id
            MOVE "EXAMNOTICE" TO CRH-Doc-Type
            ACCEPT CRH-Date FROM DATE YYYYMMDD
            MOVE SPACES TO CRH-Address
            MOVE Street TO CRH-Address(1:20)
            MOVE City   TO CRH-Address(21:15)
            WRITE CorrespondenceRecord.

      * One list per room per sitting, seats numbered in StudentId
      * order, and a list whose candidates outrun the room's seats
      * flagged at its foot.
       PrintSeatingLists.
            OPEN INPUT SortedSeatFile
            OPEN OUTPUT SeatListFile
            READ SortedSeatFile
                AT END SET EndOfSortedFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfSortedFile
                IF FirstSeatingList
                   OR SV-Date NOT = WS-Prev-Date
                   OR SV-Sitting NOT = WS-Prev-Sitting
                   OR SV-Room NOT = WS-Prev-Room
                    IF NOT FirstSeatingList
                        PERFORM EndSeatingList
                    END-IF
                    PERFORM StartSeatingList
                END-IF
                ADD 1 TO WS-Seat-Number
                MOVE WS-Seat-Number TO SD-Seat
                MOVE SV-StudentId   TO SD-StudentId
                MOVE SV-Surname     TO WS-Name-Surname
                MOVE SV-Initials    TO WS-Name-Initials
                MOVE WS-Formatted-Name TO SD-Name
                MOVE SV-CourseCode  TO SD-CourseCode
                MOVE WS-Seat-Detail-Line TO ShowSeatList
                WRITE ShowSeatList
                ADD 1 TO WS-Candidates-Seated
                READ SortedSeatFile
                    AT END SET EndOfSortedFile TO TRUE
                END-READ
            END-PERFORM
            IF NOT FirstSeatingList
                PERFORM EndSeatingList
            END-IF
            CLOSE SortedSeatFile
            CLOSE SeatListFile.

       StartSeatingList.
            MOVE SV-Date    TO WS-Prev-Date
            MOVE SV-Sitting TO WS-Prev-Sitting
            MOVE SV-Room    TO WS-Prev-Room
            MOVE ZERO TO WS-Seat-Number
            MOVE ZERO TO WS-List-Seats
            PERFORM LocateRoomEntry
            IF WS-Room-Sub > ZERO
                MOVE RM-Seats-Tbl(WS-Room-Sub) TO WS-List-Seats
            END-IF
            MOVE SV-Room    TO SH-Room
            MOVE SV-Date    TO SH-Date
            MOVE SV-Sitting TO SH-Sitting
            MOVE WS-List-Seats TO SH-Seats
            MOVE WS-Seat-Head-Line TO ShowSeatList
            IF FirstSeatingList
                WRITE ShowSeatList
            ELSE
                WRITE ShowSeatList AFTER ADVANCING PAGE
            END-IF
            MOVE WS-Seat-Column-Line TO ShowSeatList
            WRITE ShowSeatList
            MOVE "N" TO WS-First-List-Switch
            ADD 1 TO WS-Lists-Printed.

       EndSeatingList.
            MOVE WS-Blank-Line TO ShowSeatList
            WRITE ShowSeatList
            MOVE WS-Seat-Number TO ST-Candidates
            IF WS-List-Seats > ZERO
               AND WS-Seat-Number > WS-List-Seats
                MOVE "*** CANDIDATES EXCEED ROOM SEATS" TO ST-Warning
                ADD 1 TO WS-Lists-Over-Seats
            ELSE
                MOVE SPACES TO ST-Warning
            END-IF
            MOVE WS-Seat-Total-Line TO ShowSeatList
            WRITE ShowSeatList.

       LocateExamEntry.
            MOVE ZERO TO WS-Exam-Sub
            IF ExamTableCount > ZERO
                SET ExamIdx TO 1
                SEARCH ExamEntry
                   AT END MOVE ZERO TO WS-Exam-Sub
                   WHEN EX-Course-Tbl(ExamIdx) = WS-Wanted-Course
                        SET WS-Exam-Sub TO ExamIdx
                END-SEARCH
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

       LocateRoomEntry.
            MOVE ZERO TO WS-Room-Sub
            IF RoomTableCount > ZERO
                SET RoomIdx TO 1
                SEARCH RoomEntry
                   AT END MOVE ZERO TO WS-Room-Sub
                   WHEN RM-Code-Tbl(RoomIdx) = SV-Room
                        SET WS-Room-Sub TO RoomIdx
                END-SEARCH
            END-IF.

       CheckSuppression.
            MOVE "N" TO WS-Suppressed-Switch
            IF SuppressTableCount > ZERO
                SET SuppIdx TO 1
                SEARCH SuppressEntry
                   AT END MOVE "N" TO WS-Suppressed-Switch
                   WHEN SU-Type-Tbl(SuppIdx) = "S"
                        AND SU-Id-Tbl(SuppIdx) = StudentId
                        SET PartyIsSuppressed TO TRUE
                END-SEARCH
            END-IF.

       LoadExamTable.
            OPEN INPUT ExamFile
            IF WS-Exam-Status NOT = "00"
                SET EndOfExamFile TO TRUE
            ELSE
                READ ExamFile
                    AT END SET EndOfExamFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfExamFile
                SET ExamIdx TO ExamTableCount
                SET ExamIdx UP BY 1
                SET ExamTableCount TO ExamIdx
                MOVE EXS-CourseCode TO EX-Course-Tbl(ExamIdx)
                MOVE EXS-Date       TO EX-Date-Tbl(ExamIdx)
                MOVE EXS-Sitting    TO EX-Sitting-Tbl(ExamIdx)
                MOVE EXS-Room       TO EX-Room-Tbl(ExamIdx)
                READ ExamFile
                    AT END SET EndOfExamFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Exam-Status NOT = "35"
                CLOSE ExamFile
            END-IF.

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
                READ EnrollFile
                    AT END SET EndOfEnrollFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Enroll-Status NOT = "35"
                CLOSE EnrollFile
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

      * No ROOMS.DAT (a "35" status) leaves the seat count off the
      * lists - the candidates still print.
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
                READ RoomFile
                    AT END SET EndOfRoomFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Room-Status NOT = "35"
                CLOSE RoomFile
            END-IF.

       LoadSuppressTable.
            OPEN INPUT SuppressFile
            IF WS-Suppress-Status NOT = "00"
                SET EndOfSuppressFile TO TRUE
            ELSE
                READ SuppressFile
                    AT END SET EndOfSuppressFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSuppressFile
                SET SuppIdx TO SuppressTableCount
                SET SuppIdx UP BY 1
                SET SuppressTableCount TO SuppIdx
                MOVE SUP-Party-Type TO SU-Type-Tbl(SuppIdx)
                MOVE SUP-Party-Id   TO SU-Id-Tbl(SuppIdx)
                READ SuppressFile
                    AT END SET EndOfSuppressFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Suppress-Status NOT = "35"
                CLOSE SuppressFile
            END-IF.

       END PROGRAM ExamTimetable.
