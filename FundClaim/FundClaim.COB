      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FundClaim.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES.

           SELECT AttendFile ASSIGN "ATTEND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Attend-Status.

           SELECT AbsenceFile ASSIGN "INSTRABS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Absence-Status.

      * The same eligibility line AttendReport flags against -
      * one record, a whole percentage (075 = 75%).
           SELECT ThresholdFile ASSIGN "ATTDPCT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Threshold-Status.

           SELECT TermFile ASSIGN "TERMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Term-Status.

           SELECT RateFile ASSIGN "FUNDRATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Rate-Status.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ClaimFile ASSIGN "FUNDCLM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterFile ASSIGN "FUNDCLM.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "FUNDEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  AttendFile.
           COPY ATTEND.

       FD  AbsenceFile.
           COPY INSTRABS.

       FD  ThresholdFile.
       01  ThresholdRecord.
           02 THR-Percent-X        PIC X(3).

       FD  TermFile.
           COPY TERMMAS.

       FD  RateFile.
           COPY FUNDRATE.

       FD  CourseFile.
           COPY COURSMAS.

       FD  ClaimFile.
           COPY FUNDCLM.

       FD  RegisterFile.
       01  ShowRegister             PIC X(80).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-StudentId     PIC 9(7).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-CourseCode    PIC X(4).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Attend-Status         PIC XX      VALUE SPACES.
       01  WS-Absence-Status        PIC XX      VALUE SPACES.
       01  WS-Threshold-Status      PIC XX      VALUE SPACES.
       01  WS-Term-Status           PIC XX      VALUE SPACES.
       01  WS-Rate-Status           PIC XX      VALUE SPACES.

       01  WS-Student-EOF-Switch    PIC X       VALUE "N".
           88 EndOfStudentFile                  VALUE "Y".
       01  WS-Attend-EOF-Switch     PIC X       VALUE "N".
           88 EndOfAttendFile                   VALUE "Y".
       01  WS-Absence-EOF-Switch    PIC X       VALUE "N".
           88 EndOfAbsenceFile                  VALUE "Y".
       01  WS-Term-EOF-Switch       PIC X       VALUE "N".
           88 EndOfTermFile                     VALUE "Y".
       01  WS-Rate-EOF-Switch       PIC X       VALUE "N".
           88 EndOfRateFile                     VALUE "Y".
       01  WS-Course-EOF-Switch     PIC X       VALUE "N".
           88 EndOfCourseFile                   VALUE "Y".

       01  WS-Term-Found-Switch     PIC X       VALUE "N".
           88 CurrentTermFound                  VALUE "Y".
       01  WS-Current-Term-Id       PIC X(6)    VALUE SPACES.
       01  WS-Term-Start-Date       PIC 9(8)    VALUE ZERO.
       01  WS-Term-End-Date         PIC 9(8)    VALUE ZERO.

      * The standing threshold when ATTDPCT.DAT is absent or keyed
      * non-numeric - AttendReport's figure.
       01  WS-Threshold-Pct         PIC 9(3)    VALUE 75.

      * Every active student on the master with the primary course
      * the claim is made for, and this term's attendance on that
      * course tallied alongside.
       01  CandTableCount           PIC 9(5)    COMP VALUE ZERO.
       01  CandTable.
           02 CandEntry             OCCURS 1 TO 10000 TIMES
                                     DEPENDING ON CandTableCount
                                     INDEXED BY CandIdx.
               03 CD-StudentId-Tbl  PIC 9(7).
               03 CD-CourseCode-Tbl PIC X(4).
               03 CD-Section-Tbl    PIC X.
               03 CD-Sessions-Tbl   PIC 9(4).
               03 CD-Present-Tbl    PIC 9(4).
               03 CD-Pct-Tbl        PIC 9(3).
               03 CD-Amount-Tbl     PIC 9(5)V99.
               03 CD-Claim-Sw-Tbl   PIC X.
                   88 CandIsClaimed         VALUE "Y".

      * Sessions InstrAbsence cancelled - never held, so never
      * counted for or against a claim.
       01  CancelTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  CancelTable.
           02 CancelEntry           OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON CancelTableCount
                                     INDEXED BY CancelIdx.
               03 CX-CourseCode-Tbl PIC X(4).
               03 CX-Section-Tbl    PIC X.
               03 CX-Date-Tbl       PIC 9(8).

       01  RateTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  RateTable.
           02 RateEntry             OCCURS 1 TO 200 TIMES
                                     DEPENDING ON RateTableCount
                                     INDEXED BY RateIdx.
               03 RT-CourseCode-Tbl PIC X(4).
               03 RT-Rate-Tbl       PIC 9(5)V99.

       01  CourseTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry           OCCURS 1 TO 200 TIMES
                                     DEPENDING ON CourseTableCount
                                     INDEXED BY CourseIdx.
               03 CourseCode-Tbl    PIC X(4).
               03 CourseName-Tbl    PIC X(30).

       01  WS-Cand-Sub              PIC 9(5)    COMP VALUE ZERO.
       01  WS-Rate-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Cancelled-Switch      PIC X       VALUE "N".
           88 SessionWasCancelled               VALUE "Y".

      * The control-trailer figures for FUNDCLM.DAT - written as the
      * last record so FundRecon can prove the claim arrived whole.
       COPY CTLTRAIL.
       01  WS-Ctl-Count             PIC 9(7)    VALUE ZERO.
       01  WS-Ctl-Hash              PIC 9(12)   VALUE ZERO.

       01  WS-Course-Claims         PIC 9(5)    VALUE ZERO.
       01  WS-Course-Amount         PIC 9(7)V99 VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Students-Read      PIC 9(5)    VALUE ZERO.
           02 WS-Students-Claimed   PIC 9(5)    VALUE ZERO.
           02 WS-Below-Threshold    PIC 9(5)    VALUE ZERO.
           02 WS-No-Attendance      PIC 9(5)    VALUE ZERO.
           02 WS-No-Rate            PIC 9(5)    VALUE ZERO.
           02 WS-Cancelled-Skipped  PIC 9(7)    VALUE ZERO.
           02 WS-Total-Claimed      PIC 9(9)V99 VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(31)   VALUE
              "FUNDING CLAIM REGISTER - TERM ".
           02 TL-Term-Id            PIC X(6).
           02 FILLER                PIC X(14)   VALUE
              "  THRESHOLD = ".
           02 TL-Threshold          PIC ZZ9.
           02 FILLER                PIC X       VALUE "%".
           02 FILLER                PIC X(25)   VALUE SPACES.

       01  WS-Course-Header-Line.
           02 FILLER                PIC X(8)    VALUE "COURSE  ".
           02 CH-CourseCode         PIC X(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 CH-CourseName         PIC X(30).
           02 FILLER                PIC X(8)    VALUE "  RATE: ".
           02 CH-Rate               PIC ZZ,ZZ9.99.
           02 FILLER                PIC X(19)   VALUE SPACES.

       01  WS-Detail-Line.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-StudentId          PIC 9(7).
           02 FILLER                PIC X(11)   VALUE "  PRESENT: ".
           02 DL-Present            PIC ZZZ9.
           02 FILLER                PIC X(6)    VALUE "  OF: ".
           02 DL-Sessions           PIC ZZZ9.
           02 FILLER                PIC X(3)    VALUE "  =".
           02 DL-Percent            PIC ZZ9.
           02 FILLER                PIC X(3)    VALUE "%  ".
           02 DL-Amount             PIC ZZ,ZZ9.99.
           02 FILLER                PIC X(28)   VALUE SPACES.

       01  WS-Course-Total-Line.
           02 FILLER                PIC X(13)   VALUE "  -- CLAIMED:".
           02 CT-Claims             PIC ZZZZ9.
           02 FILLER                PIC X(10)   VALUE "  AMOUNT: ".
           02 CT-Amount             PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(40)   VALUE SPACES.

       01  WS-Grand-Total-Line.
           02 FILLER                PIC X(19)   VALUE
              "TOTAL CLAIMED FOR: ".
           02 GT-Claims             PIC ZZZZ9.
           02 FILLER                PIC X(19)   VALUE
              " STUDENTS  AMOUNT: ".
           02 GT-Amount             PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(23)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The termly money claim off the master instead of a
      * spreadsheet - every active student whose attendance on
      * their course this term meets AttendReport's threshold is
      * priced at the course's FUNDRATE.DAT rate and written to
      * FUNDCLM.DAT for the funding body, trailer last, with the
      * claim register printed by course. Cancelled sessions are
      * left out of the attendance, as AttendReport leaves them.
            PERFORM GetCurrentTerm
            IF NOT CurrentTermFound
                DISPLAY "FundClaim - NO CURRENT TERM ON TERMS.DAT "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM GetThreshold
            PERFORM LoadRateTable
            PERFORM LoadCourseTable
            PERFORM LoadCancelTable
            PERFORM LoadCandidates
            PERFORM TallyAttendance

            OPEN OUTPUT ExceptionFile
            PERFORM JudgeOneCandidate
                VARYING WS-Cand-Sub FROM 1 BY 1
                UNTIL WS-Cand-Sub > CandTableCount
            CLOSE ExceptionFile

            OPEN OUTPUT ClaimFile
            OPEN OUTPUT RegisterFile
            MOVE WS-Current-Term-Id TO TL-Term-Id
            MOVE WS-Threshold-Pct TO TL-Threshold
            MOVE WS-Title-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Blank-Line TO ShowRegister
            WRITE ShowRegister
            PERFORM ClaimOneCourse
                VARYING WS-Rate-Sub FROM 1 BY 1
                UNTIL WS-Rate-Sub > RateTableCount
            MOVE WS-Students-Claimed TO GT-Claims
            MOVE WS-Total-Claimed    TO GT-Amount
            MOVE WS-Grand-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "***" TO CTL-Tag
            MOVE WS-Ctl-Count TO CTL-Record-Count
            MOVE WS-Ctl-Hash  TO CTL-Hash-Total
            MOVE SPACES TO FundClaimRecord
            MOVE ControlTrailer TO FundClaimRecord
            WRITE FundClaimRecord
            CLOSE ClaimFile
            CLOSE RegisterFile

            DISPLAY "FundClaim - Control Report"
            DISPLAY "Term claimed           : " WS-Current-Term-Id
            DISPLAY "Active students read   : " WS-Students-Read
            DISPLAY "Students claimed       : " WS-Students-Claimed
            DISPLAY "Below threshold        : " WS-Below-Threshold
            DISPLAY "No attendance this term: " WS-No-Attendance
            DISPLAY "No funding rate        : " WS-No-Rate
            DISPLAY "Cancelled class records: " WS-Cancelled-Skipped
            DISPLAY "Amount claimed         : " WS-Total-Claimed
            STOP RUN.

      * A student is claimed when there is attendance on file this
      * term at or above the threshold and the course carries a
      * rate; anything else is counted, and a missing record or
      * rate is listed for someone to chase before submission.
       JudgeOneCandidate.
            MOVE "N" TO CD-Claim-Sw-Tbl(WS-Cand-Sub)
            MOVE ZERO TO CD-Pct-Tbl(WS-Cand-Sub)
            MOVE ZERO TO CD-Amount-Tbl(WS-Cand-Sub)
            IF CD-Sessions-Tbl(WS-Cand-Sub) = ZERO
                ADD 1 TO WS-No-Attendance
                MOVE "NO ATTENDANCE ON FILE THIS TERM"
                    TO Except-Detail
                PERFORM WriteClaimException
            ELSE
                COMPUTE CD-Pct-Tbl(WS-Cand-Sub) ROUNDED =
                    (CD-Present-Tbl(WS-Cand-Sub) * 100)
                    / CD-Sessions-Tbl(WS-Cand-Sub)
                IF CD-Pct-Tbl(WS-Cand-Sub) < WS-Threshold-Pct
                    ADD 1 TO WS-Below-Threshold
                ELSE
                    PERFORM PriceOneCandidate
                END-IF
            END-IF.

       PriceOneCandidate.
            MOVE ZERO TO WS-Rate-Sub
            IF RateTableCount > ZERO
                SET RateIdx TO 1
                SEARCH RateEntry
                   AT END MOVE ZERO TO WS-Rate-Sub
                   WHEN RT-CourseCode-Tbl(RateIdx) =
                        CD-CourseCode-Tbl(WS-Cand-Sub)
                        SET WS-Rate-Sub TO RateIdx
                END-SEARCH
            END-IF
            IF WS-Rate-Sub = ZERO
                ADD 1 TO WS-No-Rate
                MOVE "NO FUNDING RATE ON FUNDRATE.DAT"
                    TO Except-Detail
                PERFORM WriteClaimException
            ELSE
                MOVE RT-Rate-Tbl(WS-Rate-Sub)
                    TO CD-Amount-Tbl(WS-Cand-Sub)
                SET CandIsClaimed(WS-Cand-Sub) TO TRUE
            END-IF.

       WriteClaimException.
            MOVE CD-StudentId-Tbl(WS-Cand-Sub)  TO Except-StudentId
            MOVE CD-CourseCode-Tbl(WS-Cand-Sub) TO Except-CourseCode
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * The register and the claim file are written together, one
      * course at a time in FUNDRATE.DAT order.
       ClaimOneCourse.
            MOVE ZERO TO WS-Course-Claims
            MOVE ZERO TO WS-Course-Amount
            PERFORM VARYING CandIdx FROM 1 BY 1
                    UNTIL CandIdx > CandTableCount
                IF CandIsClaimed(CandIdx)
                   AND CD-CourseCode-Tbl(CandIdx) =
                       RT-CourseCode-Tbl(WS-Rate-Sub)
                    IF WS-Course-Claims = ZERO
                        PERFORM PrintCourseHeader
                    END-IF
                    PERFORM WriteOneClaim
                END-IF
            END-PERFORM
            IF WS-Course-Claims > ZERO
                MOVE WS-Course-Claims TO CT-Claims
                MOVE WS-Course-Amount TO CT-Amount
                MOVE WS-Course-Total-Line TO ShowRegister
                WRITE ShowRegister
                MOVE WS-Blank-Line TO ShowRegister
                WRITE ShowRegister
            END-IF.

       PrintCourseHeader.
            MOVE RT-CourseCode-Tbl(WS-Rate-Sub) TO CH-CourseCode
            MOVE SPACES TO CH-CourseName
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END CONTINUE
                   WHEN CourseCode-Tbl(CourseIdx) =
                        RT-CourseCode-Tbl(WS-Rate-Sub)
                        MOVE CourseName-Tbl(CourseIdx)
                            TO CH-CourseName
                END-SEARCH
            END-IF
            MOVE RT-Rate-Tbl(WS-Rate-Sub) TO CH-Rate
            MOVE WS-Course-Header-Line TO ShowRegister
            WRITE ShowRegister.

       WriteOneClaim.
            MOVE SPACES TO FundClaimRecord
            MOVE WS-Current-Term-Id          TO CLM-Term-Id
            MOVE CD-StudentId-Tbl(CandIdx)   TO CLM-StudentId
            MOVE CD-CourseCode-Tbl(CandIdx)  TO CLM-CourseCode
            MOVE CD-Sessions-Tbl(CandIdx)    TO CLM-Sessions
            MOVE CD-Present-Tbl(CandIdx)     TO CLM-Present
            MOVE CD-Pct-Tbl(CandIdx)         TO CLM-Attend-Pct
            MOVE CD-Amount-Tbl(CandIdx)      TO CLM-Amount
            WRITE FundClaimRecord
            ADD 1 TO WS-Ctl-Count
            ADD CD-StudentId-Tbl(CandIdx) TO WS-Ctl-Hash
            MOVE CD-StudentId-Tbl(CandIdx) TO DL-StudentId
            MOVE CD-Present-Tbl(CandIdx)   TO DL-Present
            MOVE CD-Sessions-Tbl(CandIdx)  TO DL-Sessions
            MOVE CD-Pct-Tbl(CandIdx)       TO DL-Percent
            MOVE CD-Amount-Tbl(CandIdx)    TO DL-Amount
            MOVE WS-Detail-Line TO ShowRegister
            WRITE ShowRegister
            ADD 1 TO WS-Course-Claims
            ADD 1 TO WS-Students-Claimed
            ADD CD-Amount-Tbl(CandIdx) TO WS-Course-Amount
            ADD CD-Amount-Tbl(CandIdx) TO WS-Total-Claimed.

       LoadCandidates.
            OPEN INPUT StudentFile
            MOVE LOW-VALUES TO StudentId
            START StudentFile KEY IS NOT LESS THAN StudentId
                INVALID KEY SET EndOfStudentFile TO TRUE
            END-START
            PERFORM UNTIL EndOfStudentFile
                READ StudentFile NEXT RECORD
                    AT END SET EndOfStudentFile TO TRUE
                    NOT AT END PERFORM HoldOneCandidate
                END-READ
            END-PERFORM
            CLOSE StudentFile.

       HoldOneCandidate.
            IF ActiveStudent AND CandTableCount < 10000
                ADD 1 TO WS-Students-Read
                SET CandIdx TO CandTableCount
                SET CandIdx UP BY 1
                SET CandTableCount TO CandIdx
                MOVE StudentId     TO CD-StudentId-Tbl(CandIdx)
                MOVE CourseCode OF StudentMasterRecord
                                   TO CD-CourseCode-Tbl(CandIdx)
                MOVE CourseSection TO CD-Section-Tbl(CandIdx)
                MOVE ZERO          TO CD-Sessions-Tbl(CandIdx)
                MOVE ZERO          TO CD-Present-Tbl(CandIdx)
            END-IF.

      * Only this term's records on the student's claimed course
      * count - other courses are not what the claim is made for.
       TallyAttendance.
            OPEN INPUT AttendFile
            IF WS-Attend-Status NOT = "00"
                SET EndOfAttendFile TO TRUE
            ELSE
                READ AttendFile
                    AT END SET EndOfAttendFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAttendFile
                IF ATT-Date >= WS-Term-Start-Date
                   AND ATT-Date <= WS-Term-End-Date
                    PERFORM TallyOneRecord
                END-IF
                READ AttendFile
                    AT END SET EndOfAttendFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Attend-Status NOT = "35"
                CLOSE AttendFile
            END-IF.

       TallyOneRecord.
            MOVE ZERO TO WS-Cand-Sub
            IF CandTableCount > ZERO
                SET CandIdx TO 1
                SEARCH CandEntry
                   AT END MOVE ZERO TO WS-Cand-Sub
                   WHEN CD-StudentId-Tbl(CandIdx) = ATT-StudentId
                        AND CD-CourseCode-Tbl(CandIdx) =
                            ATT-CourseCode
                        SET WS-Cand-Sub TO CandIdx
                END-SEARCH
            END-IF
            IF WS-Cand-Sub > ZERO
                PERFORM CheckCancelledSession
                IF SessionWasCancelled
                    ADD 1 TO WS-Cancelled-Skipped
                ELSE
                    ADD 1 TO CD-Sessions-Tbl(WS-Cand-Sub)
                    IF StudentPresent
                        ADD 1 TO CD-Present-Tbl(WS-Cand-Sub)
                    END-IF
                END-IF
            END-IF.

      * A blank cancellation section is a whole-course meeting; a
      * section's cancellation touches only that section.
       CheckCancelledSession.
            MOVE "N" TO WS-Cancelled-Switch
            PERFORM VARYING CancelIdx FROM 1 BY 1
                    UNTIL CancelIdx > CancelTableCount
                       OR SessionWasCancelled
                IF CX-CourseCode-Tbl(CancelIdx) = ATT-CourseCode
                   AND CX-Date-Tbl(CancelIdx) = ATT-Date
                   AND (CX-Section-Tbl(CancelIdx) = SPACE
                    OR CX-Section-Tbl(CancelIdx) =
                       CD-Section-Tbl(WS-Cand-Sub))
                    SET SessionWasCancelled TO TRUE
                END-IF
            END-PERFORM.

      * No INSTRABS.DAT yet (a "35" status) means no class has been
      * cancelled - every record counts.
       LoadCancelTable.
            OPEN INPUT AbsenceFile
            IF WS-Absence-Status NOT = "00"
                SET EndOfAbsenceFile TO TRUE
            ELSE
                READ AbsenceFile
                    AT END SET EndOfAbsenceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAbsenceFile
                IF SessionCancelled
                    SET CancelIdx TO CancelTableCount
                    SET CancelIdx UP BY 1
                    SET CancelTableCount TO CancelIdx
                    MOVE ABS-CourseCode TO CX-CourseCode-Tbl(CancelIdx)
                    MOVE ABS-Section    TO CX-Section-Tbl(CancelIdx)
                    MOVE ABS-Date       TO CX-Date-Tbl(CancelIdx)
                END-IF
                READ AbsenceFile
                    AT END SET EndOfAbsenceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Absence-Status NOT = "35"
                CLOSE AbsenceFile
            END-IF.

      * No FUNDRATE.DAT (a "35" status) leaves every course unpriced
      * - each eligible student then lands on the exception list.
       LoadRateTable.
            OPEN INPUT RateFile
            IF WS-Rate-Status NOT = "00"
                SET EndOfRateFile TO TRUE
            ELSE
                READ RateFile
                    AT END SET EndOfRateFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRateFile
                SET RateIdx TO RateTableCount
                SET RateIdx UP BY 1
                SET RateTableCount TO RateIdx
                MOVE FRT-CourseCode TO RT-CourseCode-Tbl(RateIdx)
                MOVE FRT-Rate       TO RT-Rate-Tbl(RateIdx)
                READ RateFile
                    AT END SET EndOfRateFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Rate-Status NOT = "35"
                CLOSE RateFile
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

      * No ATTDPCT.DAT (a "35" status), or a non-numeric record,
      * falls back to the standing figure.
       GetThreshold.
            OPEN INPUT ThresholdFile
            IF WS-Threshold-Status = "00"
                READ ThresholdFile
                    AT END CONTINUE
                    NOT AT END
                        IF THR-Percent-X NUMERIC
                            MOVE THR-Percent-X TO WS-Threshold-Pct
                        END-IF
                END-READ
                CLOSE ThresholdFile
            END-IF.

      * No TERMS.DAT (a "35" status) reads the same as no current
      * term - the run then has no term to claim for and stops.
       GetCurrentTerm.
            MOVE "N" TO WS-Term-Found-Switch
            OPEN INPUT TermFile
            IF WS-Term-Status NOT = "00"
                SET EndOfTermFile TO TRUE
            ELSE
                READ TermFile
                    AT END SET EndOfTermFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfTermFile
                IF CurrentTerm
                    SET CurrentTermFound TO TRUE
                    MOVE TRM-Term-Id    TO WS-Current-Term-Id
                    MOVE TRM-Start-Date TO WS-Term-Start-Date
                    MOVE TRM-End-Date   TO WS-Term-End-Date
                END-IF
                READ TermFile
                    AT END SET EndOfTermFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Term-Status NOT = "35"
                CLOSE TermFile
            END-IF.

       END PROGRAM FundClaim.
