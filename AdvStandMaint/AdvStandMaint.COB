      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdvStandMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES.

           SELECT AdvStandFile ASSIGN "ADVSTAND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AdvStand-Status.

           SELECT TransFile ASSIGN "TRANSADV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "ADVEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
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

       FD  AdvStandFile.
           COPY ADVSTAND.

       FD  CourseFile.
           COPY COURSMAS.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       FD  BusinessDateFile.
           COPY BUSDATE.

      * One transaction file covers the whole advanced-standing
      * file - A records an exemption, C changes its institution or
      * equivalent grade and D takes it off again.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-V          PIC X.
               88 AddExemptTrans           VALUE "A".
               88 ChangeExemptTrans        VALUE "C".
               88 DeleteExemptTrans        VALUE "D".
           02 StudentId-V          PIC 9(7).
           02 CourseCode-V         PIC X(4).
           02 Institution-V        PIC X(30).
           02 EquivGrade-V         PIC X(2).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-StudentID     PIC 9(7).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-AdvStand-Status      PIC XX      VALUE SPACES.
       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-AdvStand-EOF-Switch  PIC X       VALUE "N".
           88 EndOfAdvStandFile                VALUE "Y".
       01  WS-Course-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCourseFile                  VALUE "Y".

      * ADVSTAND.DAT rides in this table for the run - adds append,
      * changes update in place, deletes are flagged and dropped,
      * and the whole table stores back at end of run.
       01  AdvTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  AdvTable.
           02 AdvEntry             OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON AdvTableCount
                                    INDEXED BY AdvIdx.
               03 AV-StudentId-Tbl PIC 9(7).
               03 AV-CourseCode-Tbl PIC X(4).
               03 AV-Institution-Tbl PIC X(30).
               03 AV-Grade-Tbl     PIC X(2).
               03 AV-Date-Tbl      PIC 9(8).
               03 AV-Deleted-Tbl   PIC X.
                   88 AdvEntryDeleted      VALUE "D".

       01  CourseTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry          OCCURS 1 TO 200 TIMES
                                    DEPENDING ON CourseTableCount
                                    INDEXED BY CourseIdx.
               03 CourseCode-Tbl   PIC X(4).

       01  WS-Adv-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Course-Valid-Switch  PIC X       VALUE "N".
           88 CourseCodeIsValid                VALUE "Y".
       01  WS-Student-Found-Switch PIC X       VALUE "N".
           88 StudentOnMaster                  VALUE "Y".

       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".
       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Exempts-Added     PIC 9(5)    VALUE ZERO.
           02 WS-Exempts-Changed   PIC 9(5)    VALUE ZERO.
           02 WS-Exempts-Deleted   PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * Credit a student brings from another college, kept on file
      * instead of on paper - which of our courses it exempts them
      * from, who awarded it and the grade it counts as here, with
      * the same edit, reject and audit discipline as the rest of
      * the student side.
            PERFORM GetOperatorId
            PERFORM GetBusinessDate
            PERFORM LoadCourseTable
            PERFORM LoadAdvStandTable

            OPEN INPUT StudentFile
            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ
            PERFORM ApplyAdvStandTrans UNTIL EndOfTransFile-WS

            CLOSE StudentFile
            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StoreAdvStandTable
            PERFORM DisplayRunTotals
            STOP RUN.

       ApplyAdvStandTrans.
            PERFORM LocateAdvEntry
            EVALUATE TRUE
                WHEN AddExemptTrans
                    PERFORM ApplyAddExempt
                WHEN ChangeExemptTrans
                    PERFORM ApplyChangeExempt
                WHEN DeleteExemptTrans
                    PERFORM ApplyDeleteExempt
                WHEN OTHER
                    MOVE StudentId-V TO Except-StudentID
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

       ApplyAddExempt.
            PERFORM ValidateExemptCourse
            PERFORM CheckStudentOnMaster
            EVALUATE TRUE
                WHEN NOT StudentOnMaster
                    MOVE StudentId-V TO Except-StudentID
                    MOVE "STUDENT DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT CourseCodeIsValid
                    MOVE StudentId-V TO Except-StudentID
                    MOVE "INVALID COURSE CODE - " TO Except-Detail
                    MOVE CourseCode-V TO Except-Detail(23:4)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Adv-Sub > ZERO
                    MOVE StudentId-V TO Except-StudentID
                    MOVE "EXEMPTION ALREADY ON FILE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Institution-V = SPACES
                    MOVE StudentId-V TO Except-StudentID
                    MOVE "INSTITUTION MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN EquivGrade-V = SPACES
                    MOVE StudentId-V TO Except-StudentID
                    MOVE "GRADE MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    SET AdvIdx TO AdvTableCount
                    SET AdvIdx UP BY 1
                    SET AdvTableCount TO AdvIdx
                    MOVE StudentId-V   TO AV-StudentId-Tbl(AdvIdx)
                    MOVE CourseCode-V  TO AV-CourseCode-Tbl(AdvIdx)
                    MOVE Institution-V TO AV-Institution-Tbl(AdvIdx)
                    MOVE EquivGrade-V  TO AV-Grade-Tbl(AdvIdx)
                    MOVE WS-Business-Date TO AV-Date-Tbl(AdvIdx)
                    MOVE SPACE         TO AV-Deleted-Tbl(AdvIdx)
                    MOVE "EXEMPT ADD" TO AUD-Action-Tmp
                    MOVE EquivGrade-V TO AUD-Action-Tmp(13:2)
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Exempts-Added
            END-EVALUATE.

      * A change carries only the fields keyed - a blank institution
      * or grade leaves what is on file alone.
       ApplyChangeExempt.
            EVALUATE TRUE
                WHEN WS-Adv-Sub = ZERO
                    MOVE StudentId-V TO Except-StudentID
                    MOVE "EXEMPTION NOT ON FILE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Institution-V = SPACES AND EquivGrade-V = SPACES
                    MOVE StudentId-V TO Except-StudentID
                    MOVE "NOTHING KEYED TO CHANGE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    IF Institution-V NOT = SPACES
                        MOVE Institution-V
                            TO AV-Institution-Tbl(WS-Adv-Sub)
                    END-IF
                    IF EquivGrade-V NOT = SPACES
                        MOVE EquivGrade-V TO AV-Grade-Tbl(WS-Adv-Sub)
                    END-IF
                    MOVE "EXEMPT CHANGE" TO AUD-Action-Tmp
                    MOVE AV-Grade-Tbl(WS-Adv-Sub)
                        TO AUD-Action-Tmp(13:2)
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Exempts-Changed
            END-EVALUATE.

       ApplyDeleteExempt.
            EVALUATE TRUE
                WHEN WS-Adv-Sub = ZERO
                    MOVE StudentId-V TO Except-StudentID
                    MOVE "EXEMPTION NOT ON FILE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE "D" TO AV-Deleted-Tbl(WS-Adv-Sub)
                    MOVE "EXEMPT DELETE" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Exempts-Deleted
            END-EVALUATE.

       LocateAdvEntry.
            MOVE ZERO TO WS-Adv-Sub
            PERFORM VARYING AdvIdx FROM 1 BY 1
                    UNTIL AdvIdx > AdvTableCount
                IF AV-StudentId-Tbl(AdvIdx) = StudentId-V
                   AND AV-CourseCode-Tbl(AdvIdx) = CourseCode-V
                   AND NOT AdvEntryDeleted(AdvIdx)
                    SET WS-Adv-Sub TO AdvIdx
                END-IF
            END-PERFORM.

       ValidateExemptCourse.
            SET WS-Course-Valid-Switch TO "N"
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END SET WS-Course-Valid-Switch TO "N"
                   WHEN CourseCode-Tbl(CourseIdx) = CourseCode-V
                        SET WS-Course-Valid-Switch TO "Y"
                END-SEARCH
            END-IF.

       CheckStudentOnMaster.
            MOVE "N" TO WS-Student-Found-Switch
            MOVE StudentId-V TO StudentId
            READ StudentFile
                INVALID KEY CONTINUE
                NOT INVALID KEY SET StudentOnMaster TO TRUE
            END-READ.

      * No ADVSTAND.DAT yet (a "35" status) just means no transfer
      * credit has been keyed - an empty table, not an error.
       LoadAdvStandTable.
            OPEN INPUT AdvStandFile
            IF WS-AdvStand-Status NOT = "00"
                SET EndOfAdvStandFile TO TRUE
            ELSE
                READ AdvStandFile
                    AT END SET EndOfAdvStandFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAdvStandFile
                SET AdvIdx TO AdvTableCount
                SET AdvIdx UP BY 1
                SET AdvTableCount TO AdvIdx
                MOVE ADV-StudentId   TO AV-StudentId-Tbl(AdvIdx)
                MOVE ADV-CourseCode  TO AV-CourseCode-Tbl(AdvIdx)
                MOVE ADV-Institution TO AV-Institution-Tbl(AdvIdx)
                MOVE ADV-Equiv-Grade TO AV-Grade-Tbl(AdvIdx)
                MOVE ADV-Date        TO AV-Date-Tbl(AdvIdx)
                MOVE SPACE           TO AV-Deleted-Tbl(AdvIdx)
                READ AdvStandFile
                    AT END SET EndOfAdvStandFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-AdvStand-Status NOT = "35"
                CLOSE AdvStandFile
            END-IF.

       StoreAdvStandTable.
            OPEN OUTPUT AdvStandFile
            PERFORM VARYING AdvIdx FROM 1 BY 1
                    UNTIL AdvIdx > AdvTableCount
                IF NOT AdvEntryDeleted(AdvIdx)
                    MOVE AV-StudentId-Tbl(AdvIdx)   TO ADV-StudentId
                    MOVE AV-CourseCode-Tbl(AdvIdx)  TO ADV-CourseCode
                    MOVE AV-Institution-Tbl(AdvIdx) TO ADV-Institution
                    MOVE AV-Grade-Tbl(AdvIdx)       TO ADV-Equiv-Grade
                    MOVE AV-Date-Tbl(AdvIdx)        TO ADV-Date
                    WRITE AdvStandingRecord
                END-IF
            END-PERFORM
            CLOSE AdvStandFile.

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

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * An exemption never touches the master record, so the images
      * stay blank and AuditBackout passes the line over; the
      * action carries the equivalent grade.
       WriteAuditRecord.
            MOVE "ADVSTAND"         TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE StudentId-V        TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE CourseCode-V       TO AUD-Before-CourseCode
            MOVE CourseCode-V       TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

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

       DisplayRunTotals.
            DISPLAY "AdvStandMaint - Control Report"
            DISPLAY "Exemptions added     : " WS-Exempts-Added
            DISPLAY "Exemptions changed   : " WS-Exempts-Changed
            DISPLAY "Exemptions deleted   : " WS-Exempts-Deleted
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

       END PROGRAM AdvStandMaint.
