      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExamMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExamFile ASSIGN "EXAMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Exam-Status.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT RoomFile ASSIGN "ROOMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Room-Status.

           SELECT TransFile ASSIGN "TRANSEXM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "EXAMEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ExamFile.
           COPY EXAMSESS.

       FD  CourseFile.
           COPY COURSMAS.

       FD  RoomFile.
           COPY ROOMMAS.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * One transaction file covers the exam timetable - A books a
      * course's exam, C moves its date, sitting or room, and D
      * takes it off the timetable.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-X          PIC X.
               88 AddExamTrans             VALUE "A".
               88 ChangeExamTrans          VALUE "C".
               88 DeleteExamTrans          VALUE "D".
           02 CourseCode-X         PIC X(4).
           02 ExamDate-X           PIC X(8).
           02 ExamDate-X-Parts REDEFINES ExamDate-X.
               03 ExamDate-X-CCYY  PIC X(4).
               03 ExamDate-X-MM    PIC X(2).
               03 ExamDate-X-DD    PIC X(2).
           02 Sitting-X            PIC X(2).
               88 KeyedSittingValid        VALUES "AM" "PM".
           02 Room-X               PIC X(6).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-CourseCode    PIC X(4).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Exam-Status          PIC XX      VALUE SPACES.
       01  WS-Room-Status          PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Exam-EOF-Switch      PIC X       VALUE "N".
           88 EndOfExamFile                    VALUE "Y".
       01  WS-Course-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCourseFile                  VALUE "Y".
       01  WS-Room-EOF-Switch      PIC X       VALUE "N".
           88 EndOfRoomFile                    VALUE "Y".

      * The exam timetable rides in this table for the run - adds
      * append, changes update in place, a delete marks the slot
      * dropped, and the survivors store back at end of run.
       01  ExamTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  ExamTable.
           02 ExamEntry            OCCURS 1 TO 500 TIMES
                                    DEPENDING ON ExamTableCount
                                    INDEXED BY ExamIdx.
               03 EX-Course-Tbl    PIC X(4).
               03 EX-Date-Tbl      PIC 9(8).
               03 EX-Sitting-Tbl   PIC X(2).
               03 EX-Room-Tbl      PIC X(6).
               03 EX-Slot-Tbl      PIC X.
                   88 ExamSlotDropped      VALUE "D".

       01  CourseTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry          OCCURS 1 TO 200 TIMES
                                    DEPENDING ON CourseTableCount
                                    INDEXED BY CourseIdx.
               03 CourseCode-Tbl   PIC X(4).

      * No ROOMS.DAT yet means no master to hold a booking to - the
      * room is taken as keyed, as ScheduleMaint does.
       01  WS-Room-Master-Switch   PIC X       VALUE "N".
           88 RoomMasterOnFile                 VALUE "Y".
       01  RoomTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  RoomTable.
           02 RoomEntry            OCCURS 1 TO 500 TIMES
                                    DEPENDING ON RoomTableCount
                                    INDEXED BY RoomIdx.
               03 RM-Code-Tbl      PIC X(6).
               03 RM-Status-Tbl    PIC X.
                   88 RoomEntryClosed      VALUE "C".

       01  WS-Exam-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Course-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Room-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Locate-Room          PIC X(6)    VALUE SPACES.

       01  WS-Date-Check-Switch    PIC X       VALUE "N".
           88 KeyedDateValid                   VALUE "Y".

       01  WS-Before-Image         PIC X(21)   VALUE SPACES.

       01  WS-Run-Totals.
           02 WS-Exams-Added       PIC 9(5)    VALUE ZERO.
           02 WS-Exams-Changed     PIC 9(5)    VALUE ZERO.
           02 WS-Exams-Deleted     PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.

       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The end-of-term exam timetable, kept on file instead of on
      * the registrar's wall chart - one sitting per course with
      * its date, AM or PM, and room, maintained with the catalog
      * side's edit, reject and audit discipline so ExamTimetable
      * has something to check every student's exams against.
            PERFORM GetOperatorId
            PERFORM LoadCourseTable
            PERFORM LoadRoomTable
            PERFORM LoadExamTable

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ApplyExamTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StoreExamTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplyExamTrans.
            PERFORM LocateExamEntry
            EVALUATE TRUE
                WHEN AddExamTrans
                    PERFORM ApplyAddExam
                WHEN ChangeExamTrans
                    PERFORM ApplyChangeExam
                WHEN DeleteExamTrans
                    PERFORM ApplyDeleteExam
                WHEN OTHER
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

       ApplyAddExam.
            PERFORM LocateCourseEntry
            PERFORM CheckKeyedDate
            MOVE Room-X TO WS-Locate-Room
            PERFORM LocateRoomEntry
            EVALUATE TRUE
                WHEN CourseCode-X = SPACES
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "COURSE CODE MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Exam-Sub > ZERO
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "COURSE ALREADY HAS AN EXAM" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Course-Sub = ZERO
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "COURSE NOT ON COURSES.DAT" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT KeyedDateValid
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "EXAM DATE NOT A VALID CCYYMMDD"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT KeyedSittingValid
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "SITTING MUST BE AM OR PM" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Room-X = SPACES
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "EXAM ROOM MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN RoomMasterOnFile AND WS-Room-Sub = ZERO
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "ROOM NOT ON ROOM MASTER - " TO Except-Detail
                    MOVE Room-X TO Except-Detail(27:6)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN RoomMasterOnFile
                     AND RoomEntryClosed(WS-Room-Sub)
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "ROOM IS CLOSED - " TO Except-Detail
                    MOVE Room-X TO Except-Detail(18:6)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE SPACES TO WS-Before-Image
                    SET ExamIdx TO ExamTableCount
                    SET ExamIdx UP BY 1
                    SET ExamTableCount TO ExamIdx
                    MOVE CourseCode-X TO EX-Course-Tbl(ExamIdx)
                    MOVE ExamDate-X   TO EX-Date-Tbl(ExamIdx)
                    MOVE Sitting-X    TO EX-Sitting-Tbl(ExamIdx)
                    MOVE Room-X       TO EX-Room-Tbl(ExamIdx)
                    MOVE SPACE        TO EX-Slot-Tbl(ExamIdx)
                    SET WS-Exam-Sub TO ExamIdx
                    MOVE "ADD EXAM" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Exams-Added
            END-EVALUATE.

      * A change carries only the fields keyed - a blank date,
      * sitting or room leaves what is on the timetable alone.
       ApplyChangeExam.
            PERFORM CheckKeyedDate
            MOVE Room-X TO WS-Locate-Room
            PERFORM LocateRoomEntry
            EVALUATE TRUE
                WHEN WS-Exam-Sub = ZERO
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "NO EXAM ON FILE FOR COURSE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN ExamDate-X NOT = SPACES
                     AND NOT KeyedDateValid
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "EXAM DATE NOT A VALID CCYYMMDD"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Sitting-X NOT = SPACES
                     AND NOT KeyedSittingValid
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "SITTING MUST BE AM OR PM" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Room-X NOT = SPACES
                     AND RoomMasterOnFile AND WS-Room-Sub = ZERO
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "ROOM NOT ON ROOM MASTER - " TO Except-Detail
                    MOVE Room-X TO Except-Detail(27:6)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Room-X NOT = SPACES
                     AND RoomMasterOnFile
                     AND RoomEntryClosed(WS-Room-Sub)
                    MOVE CourseCode-X TO Except-CourseCode
                    MOVE "ROOM IS CLOSED - " TO Except-Detail
                    MOVE Room-X TO Except-Detail(18:6)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE ExamEntry(WS-Exam-Sub) TO WS-Before-Image
                    IF ExamDate-X NOT = SPACES
                        MOVE ExamDate-X TO EX-Date-Tbl(WS-Exam-Sub)
                    END-IF
                    IF Sitting-X NOT = SPACES
                        MOVE Sitting-X TO EX-Sitting-Tbl(WS-Exam-Sub)
                    END-IF
                    IF Room-X NOT = SPACES
                        MOVE Room-X TO EX-Room-Tbl(WS-Exam-Sub)
                    END-IF
                    MOVE "CHANGE EXAM" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Exams-Changed
            END-EVALUATE.

       ApplyDeleteExam.
            IF WS-Exam-Sub = ZERO
                MOVE CourseCode-X TO Except-CourseCode
                MOVE "NO EXAM ON FILE FOR COURSE" TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                MOVE ExamEntry(WS-Exam-Sub) TO WS-Before-Image
                MOVE "D" TO EX-Slot-Tbl(WS-Exam-Sub)
                MOVE "DELETE EXAM" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Exams-Deleted
            END-IF.

      * Blank or non-numeric digits, a month outside 01-12 or a day
      * outside 01-31 all fail - the date has to be one a student
      * could actually turn up on.
       CheckKeyedDate.
            MOVE "N" TO WS-Date-Check-Switch
            IF ExamDate-X NUMERIC
                IF ExamDate-X-MM >= "01" AND ExamDate-X-MM <= "12"
                   AND ExamDate-X-DD >= "01"
                   AND ExamDate-X-DD <= "31"
                    SET KeyedDateValid TO TRUE
                END-IF
            END-IF.

       LocateExamEntry.
            MOVE ZERO TO WS-Exam-Sub
            IF ExamTableCount > ZERO
                SET ExamIdx TO 1
                SEARCH ExamEntry
                   AT END MOVE ZERO TO WS-Exam-Sub
                   WHEN EX-Course-Tbl(ExamIdx) = CourseCode-X
                        AND NOT ExamSlotDropped(ExamIdx)
                        SET WS-Exam-Sub TO ExamIdx
                END-SEARCH
            END-IF.

       LocateCourseEntry.
            MOVE ZERO TO WS-Course-Sub
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END MOVE ZERO TO WS-Course-Sub
                   WHEN CourseCode-Tbl(CourseIdx) = CourseCode-X
                        SET WS-Course-Sub TO CourseIdx
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

      * No EXAMS.DAT yet (a "35" status) just means this term's
      * timetable is being started tonight - an empty table.
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
                MOVE SPACE          TO EX-Slot-Tbl(ExamIdx)
                READ ExamFile
                    AT END SET EndOfExamFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Exam-Status NOT = "35"
                CLOSE ExamFile
            END-IF.

       StoreExamTable.
            OPEN OUTPUT ExamFile
            PERFORM VARYING ExamIdx FROM 1 BY 1
                    UNTIL ExamIdx > ExamTableCount
                IF NOT ExamSlotDropped(ExamIdx)
                    MOVE EX-Course-Tbl(ExamIdx)  TO EXS-CourseCode
                    MOVE EX-Date-Tbl(ExamIdx)    TO EXS-Date
                    MOVE EX-Sitting-Tbl(ExamIdx) TO EXS-Sitting
                    MOVE EX-Room-Tbl(ExamIdx)    TO EXS-Room
                    WRITE ExamSessionRecord
                END-IF
            END-PERFORM
            CLOSE ExamFile.

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
               READ CourseFile
                  AT END SET EndOfCourseFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE CourseFile.

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
                MOVE RM-Status    TO RM-Status-Tbl(RoomIdx)
                READ RoomFile
                    AT END SET EndOfRoomFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Room-Status NOT = "35"
                CLOSE RoomFile
            END-IF.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * Exam changes ride the shared audit trail like the rest of
      * the catalog side - no student on an exam action, so the
      * StudentId lands as zero and the exam entry as it stood
      * before and after carries in the images.
       WriteAuditRecord.
            MOVE "EXAMMAINT "       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE ZERO               TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE WS-Before-Image    TO AUD-Before-Image(1:21)
            IF DeleteExamTrans
                MOVE CourseCode-X   TO AUD-After-Image(1:4)
            ELSE
                MOVE ExamEntry(WS-Exam-Sub) TO AUD-After-Image(1:21)
            END-IF
            MOVE CourseCode-X       TO AUD-Before-CourseCode
            MOVE CourseCode-X       TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       DisplayRunTotals.
            DISPLAY "ExamMaint - Control Report"
            DISPLAY "Exams added          : " WS-Exams-Added
            DISPLAY "Exams changed        : " WS-Exams-Changed
            DISPLAY "Exams deleted        : " WS-Exams-Deleted
            DISPLAY "Transactions rejected: " WS-Trans-Rejected.

      * No SIGNON.DAT (a "35" status) means no operator session left
      * an id behind - the run is audited as BATCH.
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

       END PROGRAM ExamMaint.
