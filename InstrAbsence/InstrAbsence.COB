      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InstrAbsence.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES.

           SELECT AbsenceFile ASSIGN "INSTRABS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Absence-Status.

      * One line per meeting an instructor will miss - C asks the
      * run for cover (a substitute may be named), X cancels the
      * class outright.
           SELECT TransFile ASSIGN "TRANSABS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT InstructorFile ASSIGN "INSTRMAS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Instructor-Status.

           SELECT AssignFile ASSIGN "INSTASGN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Assign-Status.

           SELECT ScheduleFile ASSIGN "SCHEDULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Schedule-Status.

           SELECT EnrollFile ASSIGN "ENROLL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Enroll-Status.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SuppressFile ASSIGN "SUPPRESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suppress-Status.

           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NoticeFile ASSIGN "CANCELNT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Each cancellation notice is queued as well, for NotifyFeed
      * to text or email ahead of the paper.
           SELECT NotifyQueueFile ASSIGN "NOTIFYQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Queue-Status.

           SELECT ReportFile ASSIGN "ABSENCE.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "ABSEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  AbsenceFile.
           COPY INSTRABS.

       FD  TransFile.
       01  TransRecord.
           02 TransCode-B          PIC X.
               88 CoverWantedTrans         VALUE "C".
               88 CancelClassTrans         VALUE "X".
           02 InstrId-B            PIC X(5).
           02 CourseCode-B         PIC X(4).
           02 Section-B            PIC X.
           02 ClassDate-B          PIC X(8).
           02 StartTime-B          PIC X(4).
           02 CoverId-B            PIC X(5).

       FD  InstructorFile.
           COPY INSTRMAS.

       FD  AssignFile.
           COPY INSTASGN.

       FD  ScheduleFile.
           COPY SCHEDULE.

       FD  EnrollFile.
           COPY ENROLL.

       FD  CourseFile.
           COPY COURSMAS.

       FD  SuppressFile.
           COPY DONOTCON.

       FD  CorrHistFile.
           COPY CORRHIST.

       FD  NoticeFile.
       01  ShowNotice               PIC X(80).

       FD  NotifyQueueFile.
           COPY NOTIFYQ.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-InstrId       PIC X(5).
           02 FILLER               PIC X(3)    VALUE SPACES.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

      * Current sign-on id left by StudMenu's sign-on step - the
      * recording operator is kept on every absence row.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       FD  BusinessDateFile.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-Absence-Status        PIC XX      VALUE SPACES.
       01  WS-Instructor-Status     PIC XX      VALUE SPACES.
       01  WS-Assign-Status         PIC XX      VALUE SPACES.
       01  WS-Schedule-Status       PIC XX      VALUE SPACES.
       01  WS-Enroll-Status         PIC XX      VALUE SPACES.
       01  WS-Suppress-Status       PIC XX      VALUE SPACES.
       01  WS-Signon-Status         PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch      PIC X       VALUE "N".
           88 EndOfTransFile-WS                 VALUE "Y".
       01  WS-Absence-EOF-Switch    PIC X       VALUE "N".
           88 EndOfAbsenceFile                  VALUE "Y".
       01  WS-Instructor-EOF-Sw     PIC X       VALUE "N".
           88 EndOfInstructorFile               VALUE "Y".
       01  WS-Assign-EOF-Switch     PIC X       VALUE "N".
           88 EndOfAssignFile                   VALUE "Y".
       01  WS-Schedule-EOF-Switch   PIC X       VALUE "N".
           88 EndOfScheduleFile                 VALUE "Y".
       01  WS-Enroll-EOF-Switch     PIC X       VALUE "N".
           88 EndOfEnrollFile                   VALUE "Y".
       01  WS-Course-EOF-Switch     PIC X       VALUE "N".
           88 EndOfCourseFile                   VALUE "Y".
       01  WS-Suppress-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSuppressFile                 VALUE "Y".
       01  WS-Student-EOF-Switch    PIC X       VALUE "N".
           88 EndOfStudentFile                  VALUE "Y".

      * INSTRABS.DAT rides in this table for the run - tonight's
      * sessions append and the whole table stores back at the end.
       01  AbsTableCount            PIC 9(5)    COMP VALUE ZERO.
       01  AbsTable.
           02 AbsEntry              OCCURS 1 TO 10000 TIMES
                                     DEPENDING ON AbsTableCount
                                     INDEXED BY AbsIdx.
               03 AB-InstrId-Tbl    PIC X(5).
               03 AB-Course-Tbl     PIC X(4).
               03 AB-Section-Tbl    PIC X.
               03 AB-Date-Tbl       PIC 9(8).
               03 AB-Start-Tbl      PIC 9(4).
               03 AB-End-Tbl        PIC 9(4).
               03 AB-Outcome-Tbl    PIC X.
               03 AB-CoverId-Tbl    PIC X(5).
               03 AB-Recorded-Tbl   PIC 9(8).
               03 AB-By-Tbl         PIC X(8).

       01  InstrTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  InstrTable.
           02 InstrEntry            OCCURS 1 TO 200 TIMES
                                     DEPENDING ON InstrTableCount
                                     INDEXED BY InstrIdx.
               03 IN-Id-Tbl         PIC X(5).
               03 IN-Name-Tbl       PIC X(20).
               03 IN-Status-Tbl     PIC X.
                   88 InstrEntryActive     VALUE "A".

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
               03 SC-Room-Tbl       PIC X(6).
               03 SC-Section-Tbl    PIC X.

       01  EnrollTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  EnrollTable.
           02 EnrollEntry           OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON EnrollTableCount
                                     INDEXED BY EnrollIdx.
               03 EN-StudentId-Tbl  PIC 9(7).
               03 EN-CourseCode-Tbl PIC X(4).
               03 EN-Section-Tbl    PIC X.

       01  CourseTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry           OCCURS 1 TO 200 TIMES
                                     DEPENDING ON CourseTableCount
                                     INDEXED BY CourseIdx.
               03 CourseCode-Tbl    PIC X(4).
               03 CourseName-Tbl    PIC X(30).

       01  SuppressTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SuppressTable.
           02 SuppressEntry         OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON SuppressTableCount
                                     INDEXED BY SuppIdx.
               03 SU-Type-Tbl       PIC X.
               03 SU-Id-Tbl         PIC 9(7).

       01  WS-Suppressed-Switch     PIC X       VALUE "N".
           88 PartyIsSuppressed                 VALUE "Y".

      * Every active student once per course they take - the
      * primary course off the master and each ENROLL.DAT row, as
      * AttendRegister gathers its sheets. A section's meeting
      * reaches only that section; a whole-course meeting reaches
      * every section.
       01  RosterTableCount         PIC 9(5)    COMP VALUE ZERO.
       01  RosterTable.
           02 RosterEntry           OCCURS 1 TO 10000 TIMES
                                     DEPENDING ON RosterTableCount
                                     INDEXED BY RosterIdx.
               03 RS-CourseCode-Tbl PIC X(4).
               03 RS-Section-Tbl    PIC X.
               03 RS-StudentId-Tbl  PIC 9(7).

       01  WS-Wanted-Course         PIC X(4)    VALUE SPACES.
       01  WS-Wanted-Section        PIC X       VALUE SPACE.

       01  WS-Class-Date            PIC 9(8)    VALUE ZERO.
       01  WS-Class-Start           PIC 9(4)    VALUE ZERO.
       01  WS-Class-Weekday         PIC 9       VALUE ZERO.
       01  WS-Sched-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Abs-Sub               PIC 9(5)    COMP VALUE ZERO.
       01  WS-Instr-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Cand-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Check-Sub             PIC 9(4)    COMP VALUE ZERO.

      * Who teaches a meeting on a date - a section's own row wins
      * over the whole-course row, and among dated rows the latest
      * effective on or before the date wins, as InstrWorkload
      * resolves its report.
       01  WS-Resolve-Course        PIC X(4)    VALUE SPACES.
       01  WS-Resolve-Section       PIC X       VALUE SPACE.
       01  WS-Resolved-Id           PIC X(5)    VALUE SPACES.
       01  WS-Resolved-Eff          PIC 9(8)    VALUE ZERO.
       01  WS-Resolved-Own-Switch   PIC X       VALUE "N".
           88 ResolvedOwnSection                VALUE "Y".

      * A candidate is free unless they are off that day, already
      * covering a class that overlaps, or teach one that does.
       01  WS-Candidate-Id          PIC X(5)    VALUE SPACES.
       01  WS-Cover-Id              PIC X(5)    VALUE SPACES.
       01  WS-Free-Switch           PIC X       VALUE "N".
           88 CandidateIsFree                   VALUE "Y".
       01  WS-Free-Count            PIC 9(4)    VALUE ZERO.

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

       01  WS-Operator-Id           PIC X(8)    VALUE "BATCH".
       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.
       01  WS-Queue-Status          PIC XX      VALUE SPACES.

       01  WS-Run-Totals.
           02 WS-Sessions-Covered   PIC 9(5)    VALUE ZERO.
           02 WS-Sessions-Cancelled PIC 9(5)    VALUE ZERO.
           02 WS-No-Cover-Free      PIC 9(5)    VALUE ZERO.
           02 WS-Notices-Printed    PIC 9(5)    VALUE ZERO.
           02 WS-Suppressed-Count   PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected     PIC 9(5)    VALUE ZERO.
       01  WS-Session-Notices       PIC 9(5)    VALUE ZERO.

       01  WS-Report-Title-Line.
           02 FILLER                PIC X(36)   VALUE
              "INSTRUCTOR ABSENCE AND COVER - RUN ".
           02 RTL-Date              PIC 9(8).
           02 FILLER                PIC X(36)   VALUE SPACES.

       01  WS-Report-Column-Line.
           02 FILLER                PIC X(47)   VALUE
              "CLASS-DT COUR S TIME  ABSENT OUTCOME    COVER  ".
           02 FILLER                PIC X(33)   VALUE
              "NAME               NOTICES".

       01  WS-Report-Detail-Line.
           02 RDL-Date              PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-CourseCode        PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-Section           PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-Start             PIC 9(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RDL-InstrId           PIC X(5).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RDL-Outcome           PIC X(10).
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-CoverId           PIC X(5).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RDL-CoverName         PIC X(20).
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-Notices           PIC ZZZZ9.
           02 FILLER                PIC X(6)    VALUE SPACES.

       01  WS-Report-None-Line      PIC X(80)   VALUE
           "NO ABSENCE RECORDED THIS RUN".

       01  WS-Notice-Title-Line.
           02 FILLER                PIC X(36)   VALUE
              "NOTICE OF CLASS CANCELLATION   DATE ".
           02 NTL-Date              PIC 9(8).
           02 FILLER                PIC X(36)   VALUE SPACES.

       01  WS-Notice-Name-Line.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 NNL-StudentName       PIC X(12).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 NNL-StudentId         PIC 9(7).
           02 FILLER                PIC X(49)   VALUE SPACES.

       01  WS-Street-Line.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 SL-Street             PIC X(20).
           02 FILLER                PIC X(50)   VALUE SPACES.

       01  WS-City-Line.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 CL-City               PIC X(15).
           02 FILLER                PIC X       VALUE SPACE.
           02 CL-PostalCode         PIC X(8).
           02 FILLER                PIC X(46)   VALUE SPACES.

       01  WS-Notice-Course-Line.
           02 FILLER                PIC X(17)   VALUE
              "YOUR CLASS IN    ".
           02 NCL-CourseCode        PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 NCL-CourseName        PIC X(30).
           02 FILLER                PIC X(28)   VALUE SPACES.

       01  WS-Notice-When-Line.
           02 FILLER                PIC X(3)    VALUE "ON ".
           02 NWL-Day               PIC X(9).
           02 FILLER                PIC X       VALUE SPACE.
           02 NWL-Date              PIC 9(8).
           02 FILLER                PIC X(4)    VALUE " AT ".
           02 NWL-Start             PIC 9(4).
           02 FILLER                PIC X(9)    VALUE " IN ROOM ".
           02 NWL-Room              PIC X(6).
           02 FILLER                PIC X(17)   VALUE
              " IS CANCELLED.".
           02 FILLER                PIC X(19)   VALUE SPACES.

       01  WS-Notice-Text-Line-1    PIC X(80)   VALUE
           "THE CLASS WILL NOT BE HELD AND WILL NOT COUNT AGAINST YOUR".

       01  WS-Notice-Text-Line-2    PIC X(80)   VALUE
           "ATTENDANCE. ALL OTHER CLASSES GO AHEAD AS TIMETABLED.".

       01  WS-Notice-Sign-Line      PIC X(80)   VALUE
           "THE REGISTRAR".

      * Same "Surname, Initials" formatting StudentName's
      * PrintNameList already uses for the name list print.
       01  WS-Formatted-Name.
           02 WS-Name-Surname       PIC X(8).
           02 FILLER                PIC X(2)    VALUE ", ".
           02 WS-Name-Initials      PIC XX.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The ring-round and the note on the door, done by the run -
      * each absence is held to a dated meeting on SCHEDULE.DAT
      * and the instructor who teaches it. Where cover is wanted
      * the run offers the first active instructor on INSTRMAS.DAT
      * free at that hour (or checks the one named); where nobody
      * is free, or the class is to go, the session is cancelled
      * and every student on the course or section gets a notice,
      * SUPPRESS.DAT honored and CORRHIST.DAT logged. The session
      * is kept on INSTRABS.DAT either way.
            PERFORM GetOperatorId
            PERFORM GetBusinessDate
            PERFORM LoadInstrTable
            PERFORM LoadAssignTable
            PERFORM LoadScheduleTable
            PERFORM LoadEnrollTable
            PERFORM LoadCourseTable
            PERFORM LoadSuppressTable
            PERFORM LoadAbsenceTable
            PERFORM BuildRosterTable

            OPEN INPUT StudentFile
            OPEN INPUT TransFile
            OPEN OUTPUT NoticeFile
            OPEN OUTPUT ReportFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND CorrHistFile
            OPEN EXTEND NotifyQueueFile
            IF WS-Queue-Status = "35"
                OPEN OUTPUT NotifyQueueFile
            END-IF
            MOVE WS-Business-Date TO RTL-Date
            MOVE WS-Report-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Report-Column-Line TO ShowReport
            WRITE ShowReport

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ
            PERFORM ApplyAbsenceTrans UNTIL EndOfTransFile-WS

            IF WS-Sessions-Covered + WS-Sessions-Cancelled = ZERO
                MOVE WS-Report-None-Line TO ShowReport
                WRITE ShowReport
            END-IF
            CLOSE StudentFile
            CLOSE TransFile
            CLOSE NoticeFile
            CLOSE ReportFile
            CLOSE ExceptionFile
            CLOSE CorrHistFile
            CLOSE NotifyQueueFile

            PERFORM StoreAbsenceTable
            PERFORM DisplayRunTotals
            STOP RUN.

       ApplyAbsenceTrans.
            MOVE ZERO TO WS-Sched-Sub
            MOVE ZERO TO WS-Abs-Sub
            IF ClassDate-B NUMERIC AND StartTime-B NUMERIC
                MOVE ClassDate-B  TO WS-Class-Date
                MOVE StartTime-B  TO WS-Class-Start
                PERFORM FindClassWeekday
                PERFORM LocateMeeting
                PERFORM LocateAbsenceEntry
            END-IF
            PERFORM LocateAbsentInstructor
            IF WS-Sched-Sub > ZERO
                MOVE CourseCode-B TO WS-Resolve-Course
                MOVE Section-B    TO WS-Resolve-Section
                PERFORM ResolveTeacher
            END-IF
            EVALUATE TRUE
                WHEN NOT CoverWantedTrans AND NOT CancelClassTrans
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM RejectAbsenceTrans
                WHEN ClassDate-B NOT NUMERIC
                    MOVE "CLASS DATE NOT NUMERIC" TO Except-Detail
                    PERFORM RejectAbsenceTrans
                WHEN StartTime-B NOT NUMERIC
                    MOVE "START TIME NOT NUMERIC" TO Except-Detail
                    PERFORM RejectAbsenceTrans
                WHEN WS-Instr-Sub = ZERO
                    MOVE "INSTRUCTOR NOT ON INSTRMAS.DAT"
                        TO Except-Detail
                    PERFORM RejectAbsenceTrans
                WHEN WS-Sched-Sub = ZERO
                    MOVE "NO SUCH MEETING ON THAT DAY"
                        TO Except-Detail
                    PERFORM RejectAbsenceTrans
                WHEN WS-Resolved-Id NOT = InstrId-B
                    MOVE "INSTRUCTOR DOES NOT TEACH THAT CLASS"
                        TO Except-Detail
                    PERFORM RejectAbsenceTrans
                WHEN WS-Abs-Sub > ZERO
                    MOVE "SESSION ALREADY RECORDED" TO Except-Detail
                    PERFORM RejectAbsenceTrans
                WHEN CancelClassTrans
                    MOVE SPACES TO WS-Cover-Id
                    PERFORM RecordSession
                WHEN CoverId-B NOT = SPACES
                    PERFORM CheckNamedCover
                WHEN OTHER
                    PERFORM OfferFirstFreeCover
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * A substitute the department has already lined up is taken
      * only if the run agrees they are active and free.
       CheckNamedCover.
            MOVE CoverId-B TO WS-Candidate-Id
            PERFORM CheckCandidateFree
            IF CandidateIsFree
                MOVE CoverId-B TO WS-Cover-Id
                PERFORM RecordSession
            ELSE
                MOVE "NAMED COVER NOT ACTIVE OR NOT FREE"
                    TO Except-Detail
                PERFORM RejectAbsenceTrans
            END-IF.

      * The first free instructor in INSTRMAS.DAT order is offered;
      * the report shows how many others were free as well. Nobody
      * free cancels the class.
       OfferFirstFreeCover.
            MOVE SPACES TO WS-Cover-Id
            MOVE ZERO TO WS-Free-Count
            PERFORM VARYING WS-Cand-Sub FROM 1 BY 1
                    UNTIL WS-Cand-Sub > InstrTableCount
                MOVE IN-Id-Tbl(WS-Cand-Sub) TO WS-Candidate-Id
                PERFORM CheckCandidateFree
                IF CandidateIsFree
                    ADD 1 TO WS-Free-Count
                    IF WS-Cover-Id = SPACES
                        MOVE WS-Candidate-Id TO WS-Cover-Id
                    END-IF
                END-IF
            END-PERFORM
            IF WS-Cover-Id = SPACES
                ADD 1 TO WS-No-Cover-Free
            END-IF
            PERFORM RecordSession.

       CheckCandidateFree.
            MOVE "N" TO WS-Free-Switch
            MOVE ZERO TO WS-Check-Sub
            IF InstrTableCount > ZERO
                SET InstrIdx TO 1
                SEARCH InstrEntry
                   AT END MOVE ZERO TO WS-Check-Sub
                   WHEN IN-Id-Tbl(InstrIdx) = WS-Candidate-Id
                        SET WS-Check-Sub TO InstrIdx
                END-SEARCH
            END-IF
            IF WS-Check-Sub > ZERO
               AND WS-Candidate-Id NOT = InstrId-B
                IF InstrEntryActive(WS-Check-Sub)
                    SET CandidateIsFree TO TRUE
                    PERFORM CheckCandidateAbsences
                    IF CandidateIsFree
                        PERFORM CheckCandidateTimetable
                    END-IF
                END-IF
            END-IF.

      * Off themselves that day, or already covering a class that
      * overlaps this one.
       CheckCandidateAbsences.
            PERFORM VARYING AbsIdx FROM 1 BY 1
                    UNTIL AbsIdx > AbsTableCount
                IF AB-Date-Tbl(AbsIdx) = WS-Class-Date
                    IF AB-InstrId-Tbl(AbsIdx) = WS-Candidate-Id
                        MOVE "N" TO WS-Free-Switch
                    END-IF
                    IF AB-CoverId-Tbl(AbsIdx) = WS-Candidate-Id
                       AND AB-Start-Tbl(AbsIdx)
                           < SC-End-Tbl(WS-Sched-Sub)
                       AND AB-End-Tbl(AbsIdx)
                           > SC-Start-Tbl(WS-Sched-Sub)
                        MOVE "N" TO WS-Free-Switch
                    END-IF
                END-IF
            END-PERFORM.

      * Teaching a class of their own that day that overlaps.
       CheckCandidateTimetable.
            PERFORM VARYING SchedIdx FROM 1 BY 1
                    UNTIL SchedIdx > SchedTableCount
                IF SC-Day-Tbl(SchedIdx) = WS-Class-Weekday
                   AND SC-Start-Tbl(SchedIdx)
                       < SC-End-Tbl(WS-Sched-Sub)
                   AND SC-End-Tbl(SchedIdx)
                       > SC-Start-Tbl(WS-Sched-Sub)
                    MOVE SC-Course-Tbl(SchedIdx) TO WS-Resolve-Course
                    MOVE SC-Section-Tbl(SchedIdx)
                        TO WS-Resolve-Section
                    PERFORM ResolveTeacher
                    IF WS-Resolved-Id = WS-Candidate-Id
                        MOVE "N" TO WS-Free-Switch
                    END-IF
                END-IF
            END-PERFORM.

       RecordSession.
            SET AbsIdx TO AbsTableCount
            SET AbsIdx UP BY 1
            SET AbsTableCount TO AbsIdx
            SET WS-Abs-Sub TO AbsIdx
            MOVE InstrId-B      TO AB-InstrId-Tbl(WS-Abs-Sub)
            MOVE CourseCode-B   TO AB-Course-Tbl(WS-Abs-Sub)
            MOVE Section-B      TO AB-Section-Tbl(WS-Abs-Sub)
            MOVE WS-Class-Date  TO AB-Date-Tbl(WS-Abs-Sub)
            MOVE SC-Start-Tbl(WS-Sched-Sub)
                                TO AB-Start-Tbl(WS-Abs-Sub)
            MOVE SC-End-Tbl(WS-Sched-Sub)
                                TO AB-End-Tbl(WS-Abs-Sub)
            MOVE WS-Cover-Id    TO AB-CoverId-Tbl(WS-Abs-Sub)
            MOVE WS-Business-Date TO AB-Recorded-Tbl(WS-Abs-Sub)
            MOVE WS-Operator-Id TO AB-By-Tbl(WS-Abs-Sub)
            MOVE ZERO TO WS-Session-Notices
            IF WS-Cover-Id = SPACES
                MOVE "X" TO AB-Outcome-Tbl(WS-Abs-Sub)
                PERFORM IssueCancellationNotices
                ADD 1 TO WS-Sessions-Cancelled
            ELSE
                MOVE "C" TO AB-Outcome-Tbl(WS-Abs-Sub)
                ADD 1 TO WS-Sessions-Covered
            END-IF
            PERFORM PrintSessionLine.

       PrintSessionLine.
            MOVE WS-Class-Date   TO RDL-Date
            MOVE CourseCode-B    TO RDL-CourseCode
            MOVE Section-B       TO RDL-Section
            MOVE SC-Start-Tbl(WS-Sched-Sub) TO RDL-Start
            MOVE InstrId-B       TO RDL-InstrId
            MOVE WS-Cover-Id     TO RDL-CoverId
            MOVE SPACES          TO RDL-CoverName
            IF WS-Cover-Id = SPACES
                IF CancelClassTrans
                    MOVE "CANCELLED" TO RDL-Outcome
                ELSE
                    MOVE "NO COVER" TO RDL-Outcome
                END-IF
            ELSE
                MOVE "COVERED" TO RDL-Outcome
                PERFORM VARYING InstrIdx FROM 1 BY 1
                        UNTIL InstrIdx > InstrTableCount
                    IF IN-Id-Tbl(InstrIdx) = WS-Cover-Id
                        MOVE IN-Name-Tbl(InstrIdx) TO RDL-CoverName
                    END-IF
                END-PERFORM
            END-IF
            MOVE WS-Session-Notices TO RDL-Notices
            MOVE WS-Report-Detail-Line TO ShowReport
            WRITE ShowReport.

      * One notice per student on the cancelled meeting - a section
      * meeting reaches only that section's students.
       IssueCancellationNotices.
            PERFORM VARYING RosterIdx FROM 1 BY 1
                    UNTIL RosterIdx > RosterTableCount
                IF RS-CourseCode-Tbl(RosterIdx) = CourseCode-B
                   AND (Section-B = SPACE
                    OR RS-Section-Tbl(RosterIdx) = Section-B)
                    MOVE RS-StudentId-Tbl(RosterIdx) TO StudentId
                    READ StudentFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY PERFORM IssueOneNotice
                    END-READ
                END-IF
            END-PERFORM.

       IssueOneNotice.
            PERFORM CheckSuppression
            IF PartyIsSuppressed
                ADD 1 TO WS-Suppressed-Count
            ELSE
                PERFORM PrintCancellationNotice
                PERFORM WriteCorrespondence
                PERFORM QueueCancellationNotice
                ADD 1 TO WS-Notices-Printed
                ADD 1 TO WS-Session-Notices
            END-IF.

       QueueCancellationNotice.
            MOVE SPACES TO NotifyEventRecord
            SET EventClassCancel TO TRUE
            SET NotifyStudent TO TRUE
            MOVE StudentId        TO NTQ-Party-Id
            MOVE CourseCode-B     TO NTQ-Subject(1:4)
            MOVE Section-B        TO NTQ-Subject(6:1)
            MOVE WS-Class-Date    TO NTQ-Ref-Date
            MOVE "STARTING AT "   TO NTQ-Detail(1:12)
            MOVE WS-Class-Start   TO NTQ-Detail(13:4)
            MOVE WS-Business-Date TO NTQ-Queued-Date
            MOVE "INSTRABSNC"     TO NTQ-Source
            WRITE NotifyEventRecord.

       PrintCancellationNotice.
            MOVE WS-Business-Date TO NTL-Date
            MOVE WS-Notice-Title-Line TO ShowNotice
            IF WS-Notices-Printed = ZERO
                WRITE ShowNotice
            ELSE
                WRITE ShowNotice AFTER ADVANCING PAGE
            END-IF
            MOVE WS-Blank-Line TO ShowNotice
            WRITE ShowNotice
            MOVE Surname OF StudentMasterRecord TO WS-Name-Surname
            MOVE Initials OF StudentMasterRecord TO WS-Name-Initials
            MOVE WS-Formatted-Name TO NNL-StudentName
            MOVE StudentId         TO NNL-StudentId
            MOVE WS-Notice-Name-Line TO ShowNotice
            WRITE ShowNotice
            MOVE Street TO SL-Street
            MOVE WS-Street-Line TO ShowNotice
            WRITE ShowNotice
            MOVE City       TO CL-City
            MOVE PostalCode TO CL-PostalCode
            MOVE WS-City-Line TO ShowNotice
            WRITE ShowNotice
            MOVE WS-Blank-Line TO ShowNotice
            WRITE ShowNotice
            MOVE CourseCode-B TO NCL-CourseCode
            MOVE SPACES TO NCL-CourseName
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END CONTINUE
                   WHEN CourseCode-Tbl(CourseIdx) = CourseCode-B
                        MOVE CourseName-Tbl(CourseIdx)
                            TO NCL-CourseName
                END-SEARCH
            END-IF
            MOVE WS-Notice-Course-Line TO ShowNotice
            WRITE ShowNotice
            MOVE DayName(WS-Class-Weekday) TO NWL-Day
            MOVE WS-Class-Date TO NWL-Date
            MOVE SC-Start-Tbl(WS-Sched-Sub) TO NWL-Start
            MOVE SC-Room-Tbl(WS-Sched-Sub)  TO NWL-Room
            MOVE WS-Notice-When-Line TO ShowNotice
            WRITE ShowNotice
            MOVE WS-Blank-Line TO ShowNotice
            WRITE ShowNotice
            MOVE WS-Notice-Text-Line-1 TO ShowNotice
            WRITE ShowNotice
            MOVE WS-Notice-Text-Line-2 TO ShowNotice
            WRITE ShowNotice
            MOVE WS-Blank-Line TO ShowNotice
            WRITE ShowNotice
            MOVE WS-Notice-Sign-Line TO ShowNotice
            WRITE ShowNotice.

       WriteCorrespondence.
            SET CorrStudent TO TRUE
            MOVE StudentId TO CRH-Party-Id
            MOVE "CLASSCANCL" TO CRH-Doc-Type
            MOVE WS-Business-Date TO CRH-Date
            MOVE SPACES TO CRH-Address
            MOVE Street TO CRH-Address(1:20)
            MOVE City   TO CRH-Address(21:15)
            WRITE CorrespondenceRecord.

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

       RejectAbsenceTrans.
            MOVE InstrId-B TO Except-InstrId
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            ADD 1 TO WS-Trans-Rejected.

      * The meeting keyed must be on SCHEDULE.DAT for that course,
      * section and start time on the weekday the date falls on.
       LocateMeeting.
            MOVE ZERO TO WS-Sched-Sub
            PERFORM VARYING SchedIdx FROM 1 BY 1
                    UNTIL SchedIdx > SchedTableCount
                IF SC-Course-Tbl(SchedIdx) = CourseCode-B
                   AND SC-Section-Tbl(SchedIdx) = Section-B
                   AND SC-Day-Tbl(SchedIdx) = WS-Class-Weekday
                   AND SC-Start-Tbl(SchedIdx) = WS-Class-Start
                    SET WS-Sched-Sub TO SchedIdx
                END-IF
            END-PERFORM.

       LocateAbsenceEntry.
            MOVE ZERO TO WS-Abs-Sub
            PERFORM VARYING AbsIdx FROM 1 BY 1
                    UNTIL AbsIdx > AbsTableCount
                IF AB-Course-Tbl(AbsIdx) = CourseCode-B
                   AND AB-Section-Tbl(AbsIdx) = Section-B
                   AND AB-Date-Tbl(AbsIdx) = WS-Class-Date
                   AND AB-Start-Tbl(AbsIdx) = WS-Class-Start
                    SET WS-Abs-Sub TO AbsIdx
                END-IF
            END-PERFORM.

       LocateAbsentInstructor.
            MOVE ZERO TO WS-Instr-Sub
            IF InstrTableCount > ZERO
                SET InstrIdx TO 1
                SEARCH InstrEntry
                   AT END MOVE ZERO TO WS-Instr-Sub
                   WHEN IN-Id-Tbl(InstrIdx) = InstrId-B
                        SET WS-Instr-Sub TO InstrIdx
                END-SEARCH
            END-IF.

       ResolveTeacher.
            MOVE SPACES TO WS-Resolved-Id
            MOVE ZERO TO WS-Resolved-Eff
            MOVE "N" TO WS-Resolved-Own-Switch
            PERFORM VARYING AssignIdx FROM 1 BY 1
                    UNTIL AssignIdx > AssignTableCount
                IF AS-Course-Tbl(AssignIdx) = WS-Resolve-Course
                   AND AS-EffDate-Tbl(AssignIdx) <= WS-Class-Date
                    EVALUATE TRUE
                        WHEN AS-Section-Tbl(AssignIdx) NOT = SPACE
                         AND AS-Section-Tbl(AssignIdx) =
                             WS-Resolve-Section
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

      * Zeller's rule, counted so Monday comes out 1 and Sunday 7 to
      * match SCH-Day - January and February count as months 13
      * and 14 of the year before.
       FindClassWeekday.
            MOVE WS-Class-Date TO WS-Date-Split
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
            COMPUTE WS-Class-Weekday = WS-Zeller-Day + 1.

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
            END-IF.

      * No INSTRABS.DAT yet (a "35" status) just means no absence
      * has been recorded - an empty table, not an error.
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
                SET AbsIdx TO AbsTableCount
                SET AbsIdx UP BY 1
                SET AbsTableCount TO AbsIdx
                MOVE ABS-Instructor-Id TO AB-InstrId-Tbl(AbsIdx)
                MOVE ABS-CourseCode    TO AB-Course-Tbl(AbsIdx)
                MOVE ABS-Section       TO AB-Section-Tbl(AbsIdx)
                MOVE ABS-Date          TO AB-Date-Tbl(AbsIdx)
                MOVE ABS-Start-Time    TO AB-Start-Tbl(AbsIdx)
                MOVE ABS-End-Time      TO AB-End-Tbl(AbsIdx)
                MOVE ABS-Outcome       TO AB-Outcome-Tbl(AbsIdx)
                MOVE ABS-Cover-Id      TO AB-CoverId-Tbl(AbsIdx)
                MOVE ABS-Recorded-Date TO AB-Recorded-Tbl(AbsIdx)
                MOVE ABS-Recorded-By   TO AB-By-Tbl(AbsIdx)
                READ AbsenceFile
                    AT END SET EndOfAbsenceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Absence-Status NOT = "35"
                CLOSE AbsenceFile
            END-IF.

       StoreAbsenceTable.
            OPEN OUTPUT AbsenceFile
            PERFORM VARYING AbsIdx FROM 1 BY 1
                    UNTIL AbsIdx > AbsTableCount
                MOVE AB-InstrId-Tbl(AbsIdx)  TO ABS-Instructor-Id
                MOVE AB-Course-Tbl(AbsIdx)   TO ABS-CourseCode
                MOVE AB-Section-Tbl(AbsIdx)  TO ABS-Section
                MOVE AB-Date-Tbl(AbsIdx)     TO ABS-Date
                MOVE AB-Start-Tbl(AbsIdx)    TO ABS-Start-Time
                MOVE AB-End-Tbl(AbsIdx)      TO ABS-End-Time
                MOVE AB-Outcome-Tbl(AbsIdx)  TO ABS-Outcome
                MOVE AB-CoverId-Tbl(AbsIdx)  TO ABS-Cover-Id
                MOVE AB-Recorded-Tbl(AbsIdx) TO ABS-Recorded-Date
                MOVE AB-By-Tbl(AbsIdx)       TO ABS-Recorded-By
                WRITE InstrAbsenceRecord
            END-PERFORM
            CLOSE AbsenceFile.

      * No INSTRMAS.DAT yet (a "35" status) leaves nobody to offer -
      * and nobody whose absence can be recorded.
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

       GetBusinessDate.
            ACCEPT WS-Business-Date FROM DATE YYYYMMDD
            OPEN INPUT BusinessDateFile
            IF WS-BusDate-Status = "00"
                READ BusinessDateFile
                    AT END CONTINUE
                    NOT AT END
                        IF BDT-Business-Date NUMERIC
                           AND BDT-Business-Date > ZERO
                            MOVE BDT-Business-Date
                                TO WS-Business-Date
                        END-IF
                END-READ
                CLOSE BusinessDateFile
            END-IF.

      * No SIGNON.DAT (a "35" status) means no operator session left
      * an id behind - the run is recorded as BATCH.
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

       DisplayRunTotals.
            DISPLAY "InstrAbsence - Control Report"
            DISPLAY "Sessions covered     : " WS-Sessions-Covered
            DISPLAY "Sessions cancelled   : " WS-Sessions-Cancelled
            DISPLAY "  of which no cover  : " WS-No-Cover-Free
            DISPLAY "Notices printed      : " WS-Notices-Printed
            DISPLAY "Suppressed - skipped : " WS-Suppressed-Count
            DISPLAY "Transactions rejected: " WS-Trans-Rejected.

       END PROGRAM InstrAbsence.
