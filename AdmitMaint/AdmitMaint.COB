      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdmitMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplicFile ASSIGN "APPLICS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Applic-Status.

           SELECT TransFile ASSIGN "TRANSAPP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * The application next-number control - the same one-record
      * discipline INVNUM.DAT keeps for invoice numbers.
           SELECT ApplicNumFile ASSIGN "APPLNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ApplicNum-Status.

      * Acceptances join the add feed the way RegistrarImport's
      * intake does - TransPreEdit and InsertRecords stay the only
      * path onto the master.
           SELECT TransInsFile ASSIGN "TRANSINS.RAW"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "ADMITEXC.RPT"
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
       FD  ApplicFile.
           COPY APPLIC.

       FD  ApplicNumFile.
       01  ApplicNumRecord.
           02 APN-Next-Applic-No   PIC 9(7).

      * The fixed add-transaction layout TransPreEdit edits - the id
      * is echo only, InsertRecords issues the real StudentId, so
      * the application number rides there for the cross-reference.
       FD  TransInsFile.
       01  TransInsRecord.
           02 TI-Applic-No         PIC 9(7).
           02 TI-Surname           PIC X(8).
           02 TI-Initials          PIC XX.
           02 TI-Gender            PIC X.
           02 TI-DateOfBirth       PIC 9(8).
           02 FILLER               PIC X(6).

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

      * One transaction file covers the whole pipeline - N receives
      * a new application (the number is issued here), O makes an
      * offer, A records the acceptance, D a declined offer and W
      * an application withdrawn before it was decided.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-P          PIC X.
               88 NewApplicTrans           VALUE "N".
               88 OfferApplicTrans         VALUE "O".
               88 AcceptApplicTrans        VALUE "A".
               88 DeclineApplicTrans       VALUE "D".
               88 WithdrawApplicTrans      VALUE "W".
           02 ApplicNo-P           PIC 9(7).
           02 Surname-P            PIC X(8).
           02 Initials-P           PIC XX.
           02 Gender-P             PIC X.
               88 ValidGender-P            VALUE "M" "F" "U".
           02 DateOfBirth-P        PIC X(8).
           02 CourseCode-P         PIC X(4).
           02 IntakeYear-P         PIC X(4).

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
       01  WS-Applic-Status        PIC XX      VALUE SPACES.
       01  WS-ApplicNum-Status     PIC XX      VALUE SPACES.
       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Applic-EOF-Switch    PIC X       VALUE "N".
           88 EndOfApplicFile                  VALUE "Y".
       01  WS-Course-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCourseFile                  VALUE "Y".

      * APPLICS.DAT rides in this table for the run - new
      * applications append, status changes update in place, and
      * the whole table stores back at end of run. Nothing is ever
      * removed; a dead application keeps its final status.
       01  ApplicTableCount        PIC 9(5)    COMP VALUE ZERO.
       01  ApplicTable.
           02 ApplicEntry          OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON ApplicTableCount
                                    INDEXED BY ApplicIdx.
               03 AP-Applic-No-Tbl PIC 9(7).
               03 AP-Surname-Tbl   PIC X(8).
               03 AP-Initials-Tbl  PIC XX.
               03 AP-Gender-Tbl    PIC X.
               03 AP-DOB-Tbl       PIC 9(8).
               03 AP-CourseCode-Tbl PIC X(4).
               03 AP-Intake-Tbl    PIC 9(4).
               03 AP-Status-Tbl    PIC X.
                   88 ApEntryReceived      VALUE "R".
                   88 ApEntryOffered       VALUE "O".
               03 AP-Received-Tbl  PIC 9(8).
               03 AP-Offer-Tbl     PIC 9(8).
               03 AP-Decision-Tbl  PIC 9(8).

       01  CourseTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry          OCCURS 1 TO 200 TIMES
                                    DEPENDING ON CourseTableCount
                                    INDEXED BY CourseIdx.
               03 CourseCode-Tbl   PIC X(4).
               03 CourseStatus-Tbl PIC X.
                   88 CourseEntryActive    VALUE "A".

       01  WS-Applic-Sub           PIC 9(5)    COMP VALUE ZERO.
       01  WS-Course-Valid-Switch  PIC X       VALUE "N".
           88 CourseCodeIsValid                VALUE "Y".
       01  WS-Course-Active-Switch PIC X       VALUE "N".
           88 CourseIsActive                   VALUE "Y".

      * Application numbers start well clear of the StudentIds the
      * master issues, so the echo id on the add feed is never
      * mistaken for a student.
       01  WS-Next-Applic-No       PIC 9(7)    VALUE 8000001.

      * One byte of the surname at a time, the same classification
      * RegistrarImport applies to the admissions export.
       01  WS-Scan-Name            PIC X(8)    VALUE SPACES.
       01  WS-Scan-Chars REDEFINES WS-Scan-Name.
           02 WS-Name-Char         PIC X       OCCURS 8 TIMES
                                    INDEXED BY NameIdx.
       01  WS-Scan-Char            PIC X       VALUE SPACE.
           88 NameDigit    VALUE "0" THRU "9".
           88 NameLowercase VALUE "a" THRU "z".
           88 NameValidChar VALUE "A" THRU "Z", "0" THRU "9".
       01  WS-Name-Bad-Switch      PIC X       VALUE "N".
           88 NameHasBadByte                   VALUE "Y".

       01  WS-Edit-Date.
           02 WS-Edit-YYYY          PIC 9(4).
           02 WS-Edit-MM            PIC 9(2).
           02 WS-Edit-DD            PIC 9(2).
       01  WS-Edit-Date-Num REDEFINES WS-Edit-Date
                                    PIC 9(8).
       01  WS-Date-Valid-Switch     PIC X       VALUE "N".
           88 DateOfBirthValid                  VALUE "Y".
       01  WS-Days-In-Month         PIC 99      VALUE ZERO.
       01  WS-Leap-Quot             PIC 9(4)    VALUE ZERO.
       01  WS-Leap-Rem              PIC 9(4)    VALUE ZERO.

       01  WS-Intake-Year           PIC 9(4)    VALUE ZERO.
       01  WS-Business-Year         PIC 9(4)    VALUE ZERO.

       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".
       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Applics-Received  PIC 9(5)    VALUE ZERO.
           02 WS-Offers-Made       PIC 9(5)    VALUE ZERO.
           02 WS-Acceptances       PIC 9(5)    VALUE ZERO.
           02 WS-Declines          PIC 9(5)    VALUE ZERO.
           02 WS-Withdrawals       PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The admissions pipeline kept on file from the first letter -
      * each application received, offered, and then accepted,
      * declined or withdrawn, every step dated on the record and
      * audited. An acceptance is written to TRANSINS.RAW for the
      * normal pre-edit and add, so the master is only ever written
      * by InsertRecords; enrolment on the course then takes the
      * usual enrolment path and its capacity check.
            PERFORM GetOperatorId
            PERFORM GetBusinessDate
            COMPUTE WS-Business-Year = WS-Business-Date / 10000
            PERFORM LoadCourseTable
            PERFORM LoadApplicTable
            PERFORM GetNextApplicNo

            OPEN INPUT TransFile
            OPEN EXTEND TransInsFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ
            PERFORM ApplyApplicTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE TransInsFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StoreApplicTable
            PERFORM StoreNextApplicNo
            PERFORM DisplayRunTotals
            STOP RUN.

       ApplyApplicTrans.
            PERFORM LocateApplicEntry
            EVALUATE TRUE
                WHEN NewApplicTrans
                    PERFORM ApplyNewApplic
                WHEN OfferApplicTrans
                    PERFORM ApplyOfferApplic
                WHEN AcceptApplicTrans
                    PERFORM ApplyAcceptApplic
                WHEN DeclineApplicTrans
                    PERFORM ApplyDeclineApplic
                WHEN WithdrawApplicTrans
                    PERFORM ApplyWithdrawApplic
                WHEN OTHER
                    MOVE ApplicNo-P TO Except-StudentID
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * A new application is edited the way the add paths edit a
      * student - the details are what the master will carry once
      * the place is accepted. A blank intake year means the
      * current year.
       ApplyNewApplic.
            PERFORM ScanApplicSurname
            PERFORM ValidateApplicDOB
            PERFORM ValidateApplicCourse
            MOVE WS-Business-Year TO WS-Intake-Year
            IF IntakeYear-P NUMERIC
                MOVE IntakeYear-P TO WS-Intake-Year
            END-IF
            EVALUATE TRUE
                WHEN Surname-P = SPACES
                    MOVE ZERO TO Except-StudentID
                    MOVE "SURNAME MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NameHasBadByte
                    MOVE ZERO TO Except-StudentID
                    MOVE "NAME HAS INVALID CHARACTERS" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT ValidGender-P
                    MOVE ZERO TO Except-StudentID
                    MOVE "GENDER NOT M, F OR U" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT DateOfBirthValid
                    MOVE ZERO TO Except-StudentID
                    MOVE "INVALID DATE OF BIRTH" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT CourseCodeIsValid
                    MOVE ZERO TO Except-StudentID
                    MOVE "INVALID COURSE CODE - " TO Except-Detail
                    MOVE CourseCode-P TO Except-Detail(23:4)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT CourseIsActive
                    MOVE ZERO TO Except-StudentID
                    MOVE "COURSE NOT OPEN - " TO Except-Detail
                    MOVE CourseCode-P TO Except-Detail(19:4)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Intake-Year < WS-Business-Year
                    MOVE ZERO TO Except-StudentID
                    MOVE "INTAKE YEAR ALREADY PAST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    SET ApplicIdx TO ApplicTableCount
                    SET ApplicIdx UP BY 1
                    SET ApplicTableCount TO ApplicIdx
                    SET WS-Applic-Sub TO ApplicIdx
                    MOVE WS-Next-Applic-No
                        TO AP-Applic-No-Tbl(WS-Applic-Sub)
                    ADD 1 TO WS-Next-Applic-No
                    MOVE Surname-P  TO AP-Surname-Tbl(WS-Applic-Sub)
                    MOVE Initials-P TO AP-Initials-Tbl(WS-Applic-Sub)
                    MOVE Gender-P   TO AP-Gender-Tbl(WS-Applic-Sub)
                    MOVE WS-Edit-Date-Num
                        TO AP-DOB-Tbl(WS-Applic-Sub)
                    MOVE CourseCode-P
                        TO AP-CourseCode-Tbl(WS-Applic-Sub)
                    MOVE WS-Intake-Year
                        TO AP-Intake-Tbl(WS-Applic-Sub)
                    MOVE "R" TO AP-Status-Tbl(WS-Applic-Sub)
                    MOVE WS-Business-Date
                        TO AP-Received-Tbl(WS-Applic-Sub)
                    MOVE ZERO TO AP-Offer-Tbl(WS-Applic-Sub)
                    MOVE ZERO TO AP-Decision-Tbl(WS-Applic-Sub)
                    MOVE "APPL RECEIVED" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Applics-Received
            END-EVALUATE.

       ApplyOfferApplic.
            EVALUATE TRUE
                WHEN WS-Applic-Sub = ZERO
                    PERFORM RejectApplicNotOnFile
                WHEN NOT ApEntryReceived(WS-Applic-Sub)
                    MOVE ApplicNo-P TO Except-StudentID
                    MOVE "APPLICATION NOT AWAITING AN OFFER"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE "O" TO AP-Status-Tbl(WS-Applic-Sub)
                    MOVE WS-Business-Date
                        TO AP-Offer-Tbl(WS-Applic-Sub)
                    MOVE "APPL OFFERED" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Offers-Made
            END-EVALUATE.

      * Only an offer can be accepted - the acceptance is the one
      * step that reaches the master, through the add feed.
       ApplyAcceptApplic.
            EVALUATE TRUE
                WHEN WS-Applic-Sub = ZERO
                    PERFORM RejectApplicNotOnFile
                WHEN NOT ApEntryOffered(WS-Applic-Sub)
                    PERFORM RejectApplicNoOffer
                WHEN OTHER
                    MOVE "A" TO AP-Status-Tbl(WS-Applic-Sub)
                    MOVE WS-Business-Date
                        TO AP-Decision-Tbl(WS-Applic-Sub)
                    PERFORM WriteAcceptedApplicant
                    MOVE "APPL ACCEPTED" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Acceptances
            END-EVALUATE.

       ApplyDeclineApplic.
            EVALUATE TRUE
                WHEN WS-Applic-Sub = ZERO
                    PERFORM RejectApplicNotOnFile
                WHEN NOT ApEntryOffered(WS-Applic-Sub)
                    PERFORM RejectApplicNoOffer
                WHEN OTHER
                    MOVE "D" TO AP-Status-Tbl(WS-Applic-Sub)
                    MOVE WS-Business-Date
                        TO AP-Decision-Tbl(WS-Applic-Sub)
                    MOVE "APPL DECLINED" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Declines
            END-EVALUATE.

      * Withdrawn stands for the applicant pulling out before any
      * decision - received or offered, not once the answer is in.
       ApplyWithdrawApplic.
            EVALUATE TRUE
                WHEN WS-Applic-Sub = ZERO
                    PERFORM RejectApplicNotOnFile
                WHEN NOT ApEntryReceived(WS-Applic-Sub)
                     AND NOT ApEntryOffered(WS-Applic-Sub)
                    MOVE ApplicNo-P TO Except-StudentID
                    MOVE "APPLICATION ALREADY DECIDED"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE "W" TO AP-Status-Tbl(WS-Applic-Sub)
                    MOVE WS-Business-Date
                        TO AP-Decision-Tbl(WS-Applic-Sub)
                    MOVE "APPL WITHDRAWN" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Withdrawals
            END-EVALUATE.

       RejectApplicNotOnFile.
            MOVE ApplicNo-P TO Except-StudentID
            MOVE "APPLICATION NOT ON FILE" TO Except-Detail
            PERFORM WriteExceptionRecord
            ADD 1 TO WS-Trans-Rejected.

       RejectApplicNoOffer.
            MOVE ApplicNo-P TO Except-StudentID
            MOVE "NO OFFER OUTSTANDING" TO Except-Detail
            PERFORM WriteExceptionRecord
            ADD 1 TO WS-Trans-Rejected.

       WriteAcceptedApplicant.
            MOVE SPACES TO TransInsRecord
            MOVE AP-Applic-No-Tbl(WS-Applic-Sub) TO TI-Applic-No
            MOVE AP-Surname-Tbl(WS-Applic-Sub)   TO TI-Surname
            MOVE AP-Initials-Tbl(WS-Applic-Sub)  TO TI-Initials
            MOVE AP-Gender-Tbl(WS-Applic-Sub)    TO TI-Gender
            MOVE AP-DOB-Tbl(WS-Applic-Sub)       TO TI-DateOfBirth
            WRITE TransInsRecord.

       LocateApplicEntry.
            MOVE ZERO TO WS-Applic-Sub
            IF ApplicTableCount > ZERO
                SET ApplicIdx TO 1
                SEARCH ApplicEntry
                   AT END MOVE ZERO TO WS-Applic-Sub
                   WHEN AP-Applic-No-Tbl(ApplicIdx) = ApplicNo-P
                        SET WS-Applic-Sub TO ApplicIdx
                END-SEARCH
            END-IF.

       ValidateApplicCourse.
            MOVE "N" TO WS-Course-Valid-Switch
            MOVE "N" TO WS-Course-Active-Switch
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END CONTINUE
                   WHEN CourseCode-Tbl(CourseIdx) = CourseCode-P
                        SET CourseCodeIsValid TO TRUE
                        IF CourseEntryActive(CourseIdx)
                            SET CourseIsActive TO TRUE
                        END-IF
                END-SEARCH
            END-IF.

       ScanApplicSurname.
            MOVE Surname-P TO WS-Scan-Name
            MOVE "N" TO WS-Name-Bad-Switch
            PERFORM VARYING NameIdx FROM 1 BY 1 UNTIL NameIdx > 8
                MOVE WS-Name-Char(NameIdx) TO WS-Scan-Char
                IF WS-Scan-Char NOT = SPACE
                   AND (NameDigit OR NameLowercase
                        OR NOT NameValidChar)
                    SET NameHasBadByte TO TRUE
                END-IF
            END-PERFORM.

      * Month 1-12, day real for that month (February follows the
      * leap years), and the whole date no later than today - the
      * same edit the keyed add paths apply.
       ValidateApplicDOB.
            MOVE "N" TO WS-Date-Valid-Switch
            IF DateOfBirth-P NUMERIC
                MOVE DateOfBirth-P TO WS-Edit-Date
                PERFORM CountDaysInMonth
                IF WS-Edit-MM >= 1 AND WS-Edit-MM <= 12
                   AND WS-Edit-DD >= 1
                   AND WS-Edit-DD <= WS-Days-In-Month
                   AND WS-Edit-Date-Num <= WS-Business-Date
                    SET DateOfBirthValid TO TRUE
                END-IF
            END-IF.

       CountDaysInMonth.
            EVALUATE WS-Edit-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-Days-In-Month
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-Days-In-Month
                WHEN 2
                    PERFORM CountFebruaryDays
                WHEN OTHER
                    MOVE ZERO TO WS-Days-In-Month
            END-EVALUATE.

       CountFebruaryDays.
            MOVE 28 TO WS-Days-In-Month
            DIVIDE WS-Edit-YYYY BY 4 GIVING WS-Leap-Quot
                REMAINDER WS-Leap-Rem
            IF WS-Leap-Rem = ZERO
                MOVE 29 TO WS-Days-In-Month
                DIVIDE WS-Edit-YYYY BY 100 GIVING WS-Leap-Quot
                    REMAINDER WS-Leap-Rem
                IF WS-Leap-Rem = ZERO
                    MOVE 28 TO WS-Days-In-Month
                    DIVIDE WS-Edit-YYYY BY 400 GIVING WS-Leap-Quot
                        REMAINDER WS-Leap-Rem
                    IF WS-Leap-Rem = ZERO
                        MOVE 29 TO WS-Days-In-Month
                    END-IF
                END-IF
            END-IF.

      * No APPLICS.DAT yet (a "35" status) just means no application
      * has been received - an empty table, not an error.
       LoadApplicTable.
            OPEN INPUT ApplicFile
            IF WS-Applic-Status NOT = "00"
                SET EndOfApplicFile TO TRUE
            ELSE
                READ ApplicFile
                    AT END SET EndOfApplicFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfApplicFile
                SET ApplicIdx TO ApplicTableCount
                SET ApplicIdx UP BY 1
                SET ApplicTableCount TO ApplicIdx
                MOVE APP-Applic-No     TO AP-Applic-No-Tbl(ApplicIdx)
                MOVE APP-Surname       TO AP-Surname-Tbl(ApplicIdx)
                MOVE APP-Initials      TO AP-Initials-Tbl(ApplicIdx)
                MOVE APP-Gender        TO AP-Gender-Tbl(ApplicIdx)
                MOVE APP-DateOfBirth   TO AP-DOB-Tbl(ApplicIdx)
                MOVE APP-CourseCode    TO AP-CourseCode-Tbl(ApplicIdx)
                MOVE APP-Intake-Year   TO AP-Intake-Tbl(ApplicIdx)
                MOVE APP-Status        TO AP-Status-Tbl(ApplicIdx)
                MOVE APP-Received-Date TO AP-Received-Tbl(ApplicIdx)
                MOVE APP-Offer-Date    TO AP-Offer-Tbl(ApplicIdx)
                MOVE APP-Decision-Date TO AP-Decision-Tbl(ApplicIdx)
                READ ApplicFile
                    AT END SET EndOfApplicFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Applic-Status NOT = "35"
                CLOSE ApplicFile
            END-IF.

       StoreApplicTable.
            OPEN OUTPUT ApplicFile
            PERFORM VARYING ApplicIdx FROM 1 BY 1
                    UNTIL ApplicIdx > ApplicTableCount
                MOVE AP-Applic-No-Tbl(ApplicIdx)  TO APP-Applic-No
                MOVE AP-Surname-Tbl(ApplicIdx)    TO APP-Surname
                MOVE AP-Initials-Tbl(ApplicIdx)   TO APP-Initials
                MOVE AP-Gender-Tbl(ApplicIdx)     TO APP-Gender
                MOVE AP-DOB-Tbl(ApplicIdx)        TO APP-DateOfBirth
                MOVE AP-CourseCode-Tbl(ApplicIdx) TO APP-CourseCode
                MOVE AP-Intake-Tbl(ApplicIdx)     TO APP-Intake-Year
                MOVE AP-Status-Tbl(ApplicIdx)     TO APP-Status
                MOVE AP-Received-Tbl(ApplicIdx)   TO APP-Received-Date
                MOVE AP-Offer-Tbl(ApplicIdx)      TO APP-Offer-Date
                MOVE AP-Decision-Tbl(ApplicIdx)   TO APP-Decision-Date
                WRITE ApplicationRecord
            END-PERFORM
            CLOSE ApplicFile.

      * No APPLNUM.DAT yet (a "35" status) starts the numbering at
      * the first application number - written back either way.
       GetNextApplicNo.
            OPEN INPUT ApplicNumFile
            IF WS-ApplicNum-Status = "00"
                READ ApplicNumFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE APN-Next-Applic-No TO WS-Next-Applic-No
                END-READ
                CLOSE ApplicNumFile
            END-IF.

       StoreNextApplicNo.
            OPEN OUTPUT ApplicNumFile
            MOVE WS-Next-Applic-No TO APN-Next-Applic-No
            WRITE ApplicNumRecord
            CLOSE ApplicNumFile.

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
               MOVE CourseStatus-C TO CourseStatus-Tbl(CourseIdx)
               READ CourseFile
                  AT END SET EndOfCourseFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE CourseFile.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * An application is not yet a student, so the images stay
      * blank and AuditBackout passes the line over; the id column
      * carries the application number and the course applied for
      * rides in both course columns.
       WriteAuditRecord.
            MOVE "ADMITMAINT"       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE AP-Applic-No-Tbl(WS-Applic-Sub) TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE AP-CourseCode-Tbl(WS-Applic-Sub)
                                    TO AUD-Before-CourseCode
            MOVE AP-CourseCode-Tbl(WS-Applic-Sub)
                                    TO AUD-After-CourseCode
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
            DISPLAY "AdmitMaint - Control Report"
            DISPLAY "Applications received: " WS-Applics-Received
            DISPLAY "Offers made          : " WS-Offers-Made
            DISPLAY "Acceptances          : " WS-Acceptances
            DISPLAY "Offers declined      : " WS-Declines
            DISPLAY "Withdrawals          : " WS-Withdrawals
            DISPLAY "Transactions rejected: " WS-Trans-Rejected
            DISPLAY "Records to TRANSINS.RAW: " WS-Acceptances.

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

       END PROGRAM AdmitMaint.
