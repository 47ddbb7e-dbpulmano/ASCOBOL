      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeAmend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResultsFile ASSIGN "RESULTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Results-Status.

      * Grade change transactions - K keys a change, A approves one
      * and R rejects one, each run under the operator signed on.
           SELECT TransFile ASSIGN "TRANSGCH.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * Every change keyed, pending or decided - the trail the
      * external examiners ask to see.
           SELECT ChangeFile ASSIGN "GRDCHG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Change-Status.

      * The operator master StudMenu signs on against - only a
      * level 3 operator there may approve a change.
           SELECT OperatorFile ASSIGN "OPERMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Operator-Status.

           SELECT ExceptionFile ASSIGN "GRDAMEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT RegisterFile ASSIGN "GRDAMEND.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

      * GradePost's resit eligibility file - a fail amended to a
      * pass takes its eligibility back off.
           SELECT ResitFile ASSIGN "RESITELG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Resit-Status.

      * The tuition invoice file GradePost raises resit fees onto.
           SELECT InvoiceFile ASSIGN "INVOICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-Number
                  ALTERNATE RECORD KEY IS INV-StudentId
                      WITH DUPLICATES
                  FILE STATUS IS WS-Invoice-Status.

      * Each resit fee credited off is kept on the student's account
      * history for the statement of account.
           SELECT AccountHistFile ASSIGN "ACCTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ResultsFile.
           COPY RESULTS.

      * A key transaction names the result row and the grade and
      * reason wanted; an approve or reject names the change number
      * the keying run gave it.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-A          PIC X.
               88 KeyChangeTrans               VALUE "K".
               88 ApproveChangeTrans           VALUE "A".
               88 RejectChangeTrans            VALUE "R".
           02 ChangeNo-A           PIC 9(6).
           02 StudentId-A          PIC 9(7).
           02 CourseCode-A         PIC X(4).
           02 AssessDate-A         PIC X(8).
           02 NewGrade-A           PIC X(2).
           02 Reason-A             PIC X(2).

       FD  ChangeFile.
           COPY GRDCHG.

       FD  OperatorFile.
       01  OperatorMasterRecord.
           02  OPM-Operator-Id      PIC X(8).
           02  OPM-Password         PIC X(8).
           02  OPM-Level            PIC 9.
               88  ReadOnlyOperator        VALUE 1.
               88  UpdateOperator          VALUE 2.
               88  SupervisorOperator      VALUE 3.
           02  FILLER               PIC X       VALUE SPACE.
           02  OPM-Pwd-Changed      PIC 9(8).
           02  FILLER               PIC X       VALUE SPACE.
           02  OPM-Fail-Count       PIC 9.
           02  FILLER               PIC X       VALUE SPACE.
           02  OPM-Locked           PIC X.
               88  OperatorLockedOut       VALUE "L".
           02  FILLER               PIC X       VALUE SPACE.
           02  OPM-Training         PIC X.
               88  TrainingOperator        VALUE "T".

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-StudentID     PIC 9(7).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       FD  RegisterFile.
       01  ShowRegister            PIC X(80).

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  ResitFile.
       01  ResitRecord.
           02 RSE-StudentId        PIC 9(7).
           02 FILLER               PIC X       VALUE SPACE.
           02 RSE-CourseCode       PIC X(4).
           02 FILLER               PIC X       VALUE SPACE.
           02 RSE-Grade            PIC X(2).
           02 FILLER               PIC X       VALUE SPACE.
           02 RSE-Date             PIC 9(8).

       FD  InvoiceFile.
           COPY INVOICE.

       FD  AccountHistFile.
           COPY ACCTHIST.

       WORKING-STORAGE SECTION.
       01  WS-Results-Status       PIC XX      VALUE SPACES.
       01  WS-Change-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Status      PIC XX      VALUE SPACES.
       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.
       01  WS-Resit-Status         PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Results-EOF-Switch   PIC X       VALUE "N".
           88 EndOfResultsFile                 VALUE "Y".
       01  WS-Change-EOF-Switch    PIC X       VALUE "N".
           88 EndOfChangeFile                  VALUE "Y".
       01  WS-Operator-EOF-Switch  PIC X       VALUE "N".
           88 EndOfOperatorFile                VALUE "Y".
       01  WS-Resit-EOF-Switch     PIC X       VALUE "N".
           88 EndOfResitFile                   VALUE "Y".
       01  WS-Invoice-EOF-Switch   PIC X       VALUE "N".
           88 EndOfStudentInvoices             VALUE "Y".

       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".
       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

      * The reasons a posted grade may be changed for - MK marking
      * error, TR transcription error, RM re-mark on appeal, EX
      * external examiner moderation, LS late work accepted. A
      * change keyed with any other code is refused.
       01  ReasonCodeValues.
           02  FILLER      PIC X(2)    VALUE "MK".
           02  FILLER      PIC X(2)    VALUE "TR".
           02  FILLER      PIC X(2)    VALUE "RM".
           02  FILLER      PIC X(2)    VALUE "EX".
           02  FILLER      PIC X(2)    VALUE "LS".
       01  ReasonCodeTable REDEFINES ReasonCodeValues.
           02  ReasonCodeEntry OCCURS 5 TIMES INDEXED BY ReasonIdx.
               03 RC-Code         PIC X(2).
       01  WS-Reason-Valid-Switch  PIC X       VALUE "N".
           88 ReasonCodeIsValid                VALUE "Y".

      * The results on file ride in this table for the run - an
      * approved change rewrites its row in place and the whole
      * table stores back at end of run, as GradePost does.
       01  ResultTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  ResultTable.
           02 ResultEntry          OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON ResultTableCount
                                    INDEXED BY ResultIdx.
               03 RS-StudentId-Tbl PIC 9(7).
               03 RS-CourseCode-Tbl PIC X(4).
               03 RS-Grade-Tbl     PIC X(2).
               03 RS-Date-Tbl      PIC 9(8).
       01  WS-Results-Changed-Switch PIC X     VALUE "N".
           88 ResultsChanged                   VALUE "Y".

       01  ChangeTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  ChangeTable.
           02 ChangeEntry          OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON ChangeTableCount
                                    INDEXED BY ChangeIdx.
               03 CH-Change-No-Tbl PIC 9(6).
               03 CH-StudentId-Tbl PIC 9(7).
               03 CH-CourseCode-Tbl PIC X(4).
               03 CH-Date-Tbl      PIC 9(8).
               03 CH-Old-Grade-Tbl PIC X(2).
               03 CH-New-Grade-Tbl PIC X(2).
               03 CH-Reason-Tbl    PIC X(2).
               03 CH-Keyed-By-Tbl  PIC X(8).
               03 CH-Keyed-Date-Tbl PIC 9(8).
               03 CH-Status-Tbl    PIC X.
                   88 ChangeEntryPending   VALUE "P".
               03 CH-Decided-By-Tbl PIC X(8).
               03 CH-Decided-Date-Tbl PIC 9(8).
       01  WS-Next-Change-No       PIC 9(6)    VALUE 1.

       01  OperatorTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  OperatorTable.
           02 OperatorEntry        OCCURS 1 TO 500 TIMES
                                    DEPENDING ON OperatorTableCount
                                    INDEXED BY OperIdx.
               03 OP-Id-Tbl        PIC X(8).
               03 OP-Level-Tbl     PIC 9.
               03 OP-Locked-Tbl    PIC X.

       01  ResitTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  ResitTable.
           02 ResitEntry           OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON ResitTableCount
                                    INDEXED BY ResitIdx.
               03 RE-StudentId-Tbl PIC 9(7).
               03 RE-CourseCode-Tbl PIC X(4).
               03 RE-Grade-Tbl     PIC X(2).
               03 RE-Date-Tbl      PIC 9(8).
               03 RE-Removed-Tbl   PIC X.
                   88 ResitEntryRemoved    VALUE "R".
       01  WS-Resit-Changed-Switch PIC X       VALUE "N".
           88 ResitFileChanged                 VALUE "Y".

       01  WS-Result-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Change-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Oper-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Dup-Pending-Switch   PIC X       VALUE "N".
           88 ChangeAlreadyPending             VALUE "Y".
       01  WS-Look-Date            PIC 9(8)    VALUE ZERO.
       01  WS-Resit-From-Date      PIC 9(8)    VALUE ZERO.
       01  WS-Open-Amount          PIC 9(5)V99 VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Changes-Keyed     PIC 9(5)    VALUE ZERO.
           02 WS-Changes-Approved  PIC 9(5)    VALUE ZERO.
           02 WS-Changes-Rejected  PIC 9(5)    VALUE ZERO.
           02 WS-Eligibility-Removed PIC 9(5)  VALUE ZERO.
           02 WS-Fees-Reversed     PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Fees-Reversed,
                               MONEY-EDIT  BY WS-Total-Reversed-Edit,
                               MONEY-VALUE BY ZERO.

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       01  WS-Register-Title-Line.
           02 FILLER               PIC X(34)   VALUE
              "GRADE AMENDMENT REGISTER     DATE ".
           02 RTL-Date             PIC 9(8).
           02 FILLER               PIC X(38)   VALUE SPACES.

       01  WS-Register-Column-Line PIC X(80)   VALUE
           "CHG-NO STUD-ID COUR ASSESSED  OLD NEW RSN KEYED-BY APPROVED
      -    "-BY".

       01  WS-Register-Detail-Line.
           02 RDL-Change-No        PIC 9(6).
           02 FILLER               PIC X       VALUE SPACE.
           02 RDL-StudentId        PIC 9(7).
           02 FILLER               PIC X       VALUE SPACE.
           02 RDL-CourseCode       PIC X(4).
           02 FILLER               PIC X       VALUE SPACE.
           02 RDL-Assess-Date      PIC 9(8).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 RDL-Old-Grade        PIC X(2).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 RDL-New-Grade        PIC X(2).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 RDL-Reason           PIC X(2).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 RDL-Keyed-By         PIC X(8).
           02 FILLER               PIC X       VALUE SPACE.
           02 RDL-Approved-By      PIC X(8).
           02 FILLER               PIC X(21)   VALUE SPACES.

       01  WS-Register-Resit-Line.
           02 FILLER               PIC X(10)   VALUE SPACES.
           02 FILLER               PIC X(34)   VALUE
              "RESIT ELIGIBILITY WITHDRAWN     : ".
           02 RRL-Count            PIC ZZZ9.
           02 FILLER               PIC X(32)   VALUE SPACES.

       01  WS-Register-Fee-Line.
           02 FILLER               PIC X(10)   VALUE SPACES.
           02 FILLER               PIC X(24)   VALUE
              "RESIT FEE REVERSED  INV ".
           02 RFL-Invoice          PIC 9(6).
           02 FILLER               PIC X(10)   VALUE "  CREDIT: ".
           02 RFL-Credit           PIC ZZ,ZZ9.99.
           02 FILLER               PIC X(8)    VALUE "  PAID: ".
           02 RFL-Paid             PIC ZZ,ZZ9.99.
           02 FILLER               PIC X(4)    VALUE SPACES.

       01  WS-Register-None-Line   PIC X(80)   VALUE
           "NO GRADE CHANGE APPROVED THIS RUN".

       01  WS-Register-End-Line    PIC X(80)   VALUE
           "END OF REGISTER".

       01  WS-Register-Lines       PIC 9(5)    VALUE ZERO.
       01  WS-Pair-Resits-Removed  PIC 9(4)    VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
      * A posted grade changes only through here. A change is keyed
      * with a reason code and held on GRDCHG.DAT; a supervisor on
      * OPERMAST.DAT who did not key it approves or rejects it in a
      * later run. Approval rewrites the RESULTS.DAT row with the
      * old and new grades on AUDIT.DAT, and a fail amended to a
      * pass withdraws the resit eligibility and credits off any
      * open resit fee GradePost raised for a later sitting.
            PERFORM GetOperatorId
            PERFORM GetBusinessDate
            PERFORM LoadOperatorTable
            PERFORM LoadResultTable
            PERFORM LoadChangeTable
            PERFORM LoadResitTable

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN OUTPUT RegisterFile
            OPEN EXTEND AuditFile
            OPEN I-O InvoiceFile
            OPEN EXTEND AccountHistFile
            PERFORM PrintRegisterHeading

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ
            PERFORM ApplyChangeTrans UNTIL EndOfTransFile-WS

            IF WS-Changes-Approved = ZERO
                MOVE WS-Register-None-Line TO ShowRegister
                WRITE ShowRegister
            END-IF
            MOVE WS-Register-End-Line TO ShowRegister
            WRITE ShowRegister

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE RegisterFile
            CLOSE AuditFile
            CLOSE AccountHistFile
            IF WS-Invoice-Status NOT = "35"
                CLOSE InvoiceFile
            END-IF

            IF ResultsChanged
                PERFORM StoreResultTable
            END-IF
            IF ResitFileChanged
                PERFORM StoreResitTable
            END-IF
            PERFORM StoreChangeTable
            PERFORM DisplayRunTotals
            STOP RUN.

       ApplyChangeTrans.
            EVALUATE TRUE
                WHEN KeyChangeTrans
                    PERFORM KeyOneChange
                WHEN ApproveChangeTrans
                    PERFORM DecideOneChange
                WHEN RejectChangeTrans
                    PERFORM DecideOneChange
                WHEN OTHER
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * The keying operator must hold update level or better - a
      * change is a person's act, never an anonymous BATCH one.
       KeyOneChange.
            PERFORM CheckReasonCode
            MOVE ZERO TO WS-Result-Sub
            IF AssessDate-A NUMERIC
                MOVE AssessDate-A TO WS-Look-Date
                PERFORM LocateResultRow
            END-IF
            PERFORM CheckChangePending
            PERFORM LocateOperator
            EVALUATE TRUE
                WHEN WS-Oper-Sub = ZERO
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "OPERATOR MAY NOT KEY GRADE CHANGES"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OP-Level-Tbl(WS-Oper-Sub) < 2
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "OPERATOR MAY NOT KEY GRADE CHANGES"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Result-Sub = ZERO
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "NO SUCH RESULT ON FILE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NewGrade-A = SPACES
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "GRADE MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NewGrade-A = RS-Grade-Tbl(WS-Result-Sub)
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "GRADE UNCHANGED" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT ReasonCodeIsValid
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "INVALID REASON CODE - " TO Except-Detail
                    MOVE Reason-A TO Except-Detail(23:2)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN ChangeAlreadyPending
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "CHANGE ALREADY PENDING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    PERFORM AppendChangeRow
                    MOVE "AMEND KEYED" TO AUD-Action-Tmp
                    PERFORM WriteChangeAuditRecord
                    ADD 1 TO WS-Changes-Keyed
            END-EVALUATE.

       AppendChangeRow.
            SET ChangeIdx TO ChangeTableCount
            SET ChangeIdx UP BY 1
            SET ChangeTableCount TO ChangeIdx
            SET WS-Change-Sub TO ChangeIdx
            MOVE WS-Next-Change-No TO CH-Change-No-Tbl(WS-Change-Sub)
            ADD 1 TO WS-Next-Change-No
            MOVE StudentId-A  TO CH-StudentId-Tbl(WS-Change-Sub)
            MOVE CourseCode-A TO CH-CourseCode-Tbl(WS-Change-Sub)
            MOVE WS-Look-Date TO CH-Date-Tbl(WS-Change-Sub)
            MOVE RS-Grade-Tbl(WS-Result-Sub)
                              TO CH-Old-Grade-Tbl(WS-Change-Sub)
            MOVE NewGrade-A   TO CH-New-Grade-Tbl(WS-Change-Sub)
            MOVE Reason-A     TO CH-Reason-Tbl(WS-Change-Sub)
            MOVE WS-Operator-Id TO CH-Keyed-By-Tbl(WS-Change-Sub)
            MOVE WS-Business-Date TO CH-Keyed-Date-Tbl(WS-Change-Sub)
            MOVE "P"          TO CH-Status-Tbl(WS-Change-Sub)
            MOVE SPACES       TO CH-Decided-By-Tbl(WS-Change-Sub)
            MOVE ZERO         TO CH-Decided-Date-Tbl(WS-Change-Sub).

      * Approve and reject alike need a supervisor who is not the
      * operator who keyed the change - nobody passes their own.
       DecideOneChange.
            PERFORM LocateChangeEntry
            PERFORM LocateOperator
            EVALUATE TRUE
                WHEN WS-Change-Sub = ZERO
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "CHANGE NOT ON FILE - " TO Except-Detail
                    MOVE ChangeNo-A TO Except-Detail(22:6)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT ChangeEntryPending(WS-Change-Sub)
                    MOVE CH-StudentId-Tbl(WS-Change-Sub)
                        TO Except-StudentID
                    MOVE "CHANGE NOT PENDING - " TO Except-Detail
                    MOVE ChangeNo-A TO Except-Detail(22:6)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Oper-Sub = ZERO
                    MOVE CH-StudentId-Tbl(WS-Change-Sub)
                        TO Except-StudentID
                    MOVE "APPROVER NOT A SUPERVISOR" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OP-Level-Tbl(WS-Oper-Sub) NOT = 3
                    MOVE CH-StudentId-Tbl(WS-Change-Sub)
                        TO Except-StudentID
                    MOVE "APPROVER NOT A SUPERVISOR" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Operator-Id = CH-Keyed-By-Tbl(WS-Change-Sub)
                    MOVE CH-StudentId-Tbl(WS-Change-Sub)
                        TO Except-StudentID
                    MOVE "APPROVER KEYED THIS CHANGE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN RejectChangeTrans
                    MOVE "R" TO CH-Status-Tbl(WS-Change-Sub)
                    PERFORM StampDecision
                    MOVE "AMEND REJECTED" TO AUD-Action-Tmp
                    PERFORM WriteChangeAuditRecord
                    ADD 1 TO WS-Changes-Rejected
                WHEN OTHER
                    PERFORM ApproveOneChange
            END-EVALUATE.

      * The row must still carry the grade the change was keyed
      * against - a resit posted or another change applied since
      * leaves the change to be keyed again, not forced through.
       ApproveOneChange.
            MOVE CH-StudentId-Tbl(WS-Change-Sub)  TO StudentId-A
            MOVE CH-CourseCode-Tbl(WS-Change-Sub) TO CourseCode-A
            MOVE CH-Date-Tbl(WS-Change-Sub)       TO WS-Look-Date
            PERFORM LocateResultRow
            IF WS-Result-Sub = ZERO
               OR RS-Grade-Tbl(WS-Result-Sub) NOT =
                  CH-Old-Grade-Tbl(WS-Change-Sub)
                MOVE StudentId-A TO Except-StudentID
                MOVE "RESULT CHANGED SINCE KEYED - " TO Except-Detail
                MOVE ChangeNo-A TO Except-Detail(30:6)
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                MOVE CH-New-Grade-Tbl(WS-Change-Sub)
                    TO RS-Grade-Tbl(WS-Result-Sub)
                SET ResultsChanged TO TRUE
                MOVE "A" TO CH-Status-Tbl(WS-Change-Sub)
                PERFORM StampDecision
                PERFORM WriteGradeAuditRecord
                ADD 1 TO WS-Changes-Approved
                PERFORM PrintRegisterDetail
                IF CH-Old-Grade-Tbl(WS-Change-Sub)(1:1) = "F"
                   AND CH-New-Grade-Tbl(WS-Change-Sub)(1:1) NOT = "F"
                    PERFORM WithdrawResitEligibility
                    PERFORM ReverseResitFees
                END-IF
            END-IF.

       StampDecision.
            MOVE WS-Operator-Id TO CH-Decided-By-Tbl(WS-Change-Sub)
            MOVE WS-Business-Date
                TO CH-Decided-Date-Tbl(WS-Change-Sub).

      * Eligibility raised by the amended fail, and by any resit of
      * the pair that failed after it, no longer stands.
       WithdrawResitEligibility.
            MOVE ZERO TO WS-Pair-Resits-Removed
            PERFORM VARYING ResitIdx FROM 1 BY 1
                    UNTIL ResitIdx > ResitTableCount
                IF RE-StudentId-Tbl(ResitIdx) = StudentId-A
                   AND RE-CourseCode-Tbl(ResitIdx) = CourseCode-A
                   AND RE-Date-Tbl(ResitIdx) >= WS-Look-Date
                   AND NOT ResitEntryRemoved(ResitIdx)
                    MOVE "R" TO RE-Removed-Tbl(ResitIdx)
                    SET ResitFileChanged TO TRUE
                    ADD 1 TO WS-Pair-Resits-Removed
                    ADD 1 TO WS-Eligibility-Removed
                END-IF
            END-PERFORM
            IF WS-Pair-Resits-Removed > ZERO
                MOVE WS-Pair-Resits-Removed TO RRL-Count
                MOVE WS-Register-Resit-Line TO ShowRegister
                WRITE ShowRegister
            END-IF.

      * GradePost raises a resit fee only when it posts a later
      * sitting of the pair, dated on or after that sitting. The
      * fee for any sitting after the amended one was never owed,
      * so each open one credits off in full - as SeqUpdate credits
      * a withdrawal - and prints on the register. A fee for the
      * amended sitting itself stands: that resit was sat.
       ReverseResitFees.
            MOVE ZERO TO WS-Resit-From-Date
            PERFORM VARYING ResultIdx FROM 1 BY 1
                    UNTIL ResultIdx > ResultTableCount
                IF RS-StudentId-Tbl(ResultIdx) = StudentId-A
                   AND RS-CourseCode-Tbl(ResultIdx) = CourseCode-A
                   AND RS-Date-Tbl(ResultIdx) > WS-Look-Date
                   AND (WS-Resit-From-Date = ZERO
                        OR RS-Date-Tbl(ResultIdx) < WS-Resit-From-Date)
                    MOVE RS-Date-Tbl(ResultIdx) TO WS-Resit-From-Date
                END-IF
            END-PERFORM
            IF WS-Resit-From-Date > ZERO
               AND WS-Invoice-Status NOT = "35"
                MOVE "N" TO WS-Invoice-EOF-Switch
                MOVE StudentId-A TO INV-StudentId
                START InvoiceFile KEY IS EQUAL TO INV-StudentId
                    INVALID KEY SET EndOfStudentInvoices TO TRUE
                END-START
                PERFORM UNTIL EndOfStudentInvoices
                    READ InvoiceFile NEXT RECORD
                        AT END SET EndOfStudentInvoices TO TRUE
                        NOT AT END
                            IF INV-StudentId NOT = StudentId-A
                                SET EndOfStudentInvoices TO TRUE
                            ELSE
                                PERFORM CheckOneResitInvoice
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

       CheckOneResitInvoice.
            IF INV-CourseCode = CourseCode-A
               AND InvoiceOpen
               AND INV-Date >= WS-Resit-From-Date
                COMPUTE WS-Open-Amount = INV-Amount - INV-Paid-Amount
                MOVE INV-Paid-Amount TO RFL-Paid
                MOVE INV-Amount TO INV-Paid-Amount
                SET InvoicePaid TO TRUE
                REWRITE InvoiceRecord
                    INVALID KEY CONTINUE
                END-REWRITE
                MOVE INV-Number     TO RFL-Invoice
                MOVE WS-Open-Amount TO RFL-Credit
                MOVE WS-Register-Fee-Line TO ShowRegister
                WRITE ShowRegister
                MOVE "RESIT FEE REV" TO AUD-Action-Tmp
                PERFORM WriteChangeAuditRecord
                MOVE INV-StudentId    TO AH-StudentId
                MOVE WS-Business-Date TO AH-Date
                SET HistInvoiceCredit TO TRUE
                MOVE INV-Number       TO AH-Invoice
                MOVE WS-Open-Amount   TO AH-Amount
                MOVE "RESIT REV"      TO AH-Source
                WRITE AccountHistoryRecord
                ADD 1 TO WS-Fees-Reversed
                ADD WS-Open-Amount TO WS-Total-Fees-Reversed
            END-IF.

       PrintRegisterHeading.
            MOVE WS-Business-Date TO RTL-Date
            MOVE WS-Register-Title-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Register-Column-Line TO ShowRegister
            WRITE ShowRegister.

       PrintRegisterDetail.
            MOVE CH-Change-No-Tbl(WS-Change-Sub)  TO RDL-Change-No
            MOVE CH-StudentId-Tbl(WS-Change-Sub)  TO RDL-StudentId
            MOVE CH-CourseCode-Tbl(WS-Change-Sub) TO RDL-CourseCode
            MOVE CH-Date-Tbl(WS-Change-Sub)       TO RDL-Assess-Date
            MOVE CH-Old-Grade-Tbl(WS-Change-Sub)  TO RDL-Old-Grade
            MOVE CH-New-Grade-Tbl(WS-Change-Sub)  TO RDL-New-Grade
            MOVE CH-Reason-Tbl(WS-Change-Sub)     TO RDL-Reason
            MOVE CH-Keyed-By-Tbl(WS-Change-Sub)   TO RDL-Keyed-By
            MOVE CH-Decided-By-Tbl(WS-Change-Sub) TO RDL-Approved-By
            MOVE WS-Register-Detail-Line TO ShowRegister
            WRITE ShowRegister
            ADD 1 TO WS-Register-Lines.

       CheckReasonCode.
            MOVE "N" TO WS-Reason-Valid-Switch
            SET ReasonIdx TO 1
            SEARCH ReasonCodeEntry
               AT END MOVE "N" TO WS-Reason-Valid-Switch
               WHEN RC-Code(ReasonIdx) = Reason-A
                    SET ReasonCodeIsValid TO TRUE
            END-SEARCH.

      * One change at a time per result row - a second is refused
      * until the first is approved or rejected.
       CheckChangePending.
            MOVE "N" TO WS-Dup-Pending-Switch
            PERFORM VARYING ChangeIdx FROM 1 BY 1
                    UNTIL ChangeIdx > ChangeTableCount
                IF CH-StudentId-Tbl(ChangeIdx) = StudentId-A
                   AND CH-CourseCode-Tbl(ChangeIdx) = CourseCode-A
                   AND CH-Date-Tbl(ChangeIdx) = WS-Look-Date
                   AND ChangeEntryPending(ChangeIdx)
                    SET ChangeAlreadyPending TO TRUE
                END-IF
            END-PERFORM.

       LocateResultRow.
            MOVE ZERO TO WS-Result-Sub
            PERFORM VARYING ResultIdx FROM 1 BY 1
                    UNTIL ResultIdx > ResultTableCount
                IF RS-StudentId-Tbl(ResultIdx) = StudentId-A
                   AND RS-CourseCode-Tbl(ResultIdx) = CourseCode-A
                   AND RS-Date-Tbl(ResultIdx) = WS-Look-Date
                    SET WS-Result-Sub TO ResultIdx
                END-IF
            END-PERFORM.

       LocateChangeEntry.
            MOVE ZERO TO WS-Change-Sub
            IF ChangeTableCount > ZERO
                SET ChangeIdx TO 1
                SEARCH ChangeEntry
                   AT END MOVE ZERO TO WS-Change-Sub
                   WHEN CH-Change-No-Tbl(ChangeIdx) = ChangeNo-A
                        SET WS-Change-Sub TO ChangeIdx
                END-SEARCH
            END-IF.

      * A locked-out operator counts as no operator at all.
       LocateOperator.
            MOVE ZERO TO WS-Oper-Sub
            PERFORM VARYING OperIdx FROM 1 BY 1
                    UNTIL OperIdx > OperatorTableCount
                IF OP-Id-Tbl(OperIdx) = WS-Operator-Id
                   AND OP-Locked-Tbl(OperIdx) NOT = "L"
                    SET WS-Oper-Sub TO OperIdx
                END-IF
            END-PERFORM.

      * The grades go on the action itself, old then new. The images
      * stay blank - the master is untouched, so AuditBackout passes
      * these lines over.
       WriteGradeAuditRecord.
            MOVE "GRADE    TO   " TO AUD-Action-Tmp
            MOVE CH-Old-Grade-Tbl(WS-Change-Sub)
                TO AUD-Action-Tmp(7:2)
            MOVE CH-New-Grade-Tbl(WS-Change-Sub)
                TO AUD-Action-Tmp(13:2)
            PERFORM WriteChangeAuditRecord.

       WriteChangeAuditRecord.
            MOVE "GRADEAMEND"       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE StudentId-A        TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE CourseCode-A       TO AUD-Before-CourseCode
            MOVE CourseCode-A       TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * No OPERMAST.DAT (a "35" status) leaves nobody able to key
      * or approve - every transaction then rejects.
       LoadOperatorTable.
            OPEN INPUT OperatorFile
            IF WS-Operator-Status NOT = "00"
                SET EndOfOperatorFile TO TRUE
            ELSE
                READ OperatorFile
                    AT END SET EndOfOperatorFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfOperatorFile
                SET OperIdx TO OperatorTableCount
                SET OperIdx UP BY 1
                SET OperatorTableCount TO OperIdx
                MOVE OPM-Operator-Id TO OP-Id-Tbl(OperIdx)
                MOVE OPM-Level       TO OP-Level-Tbl(OperIdx)
                MOVE OPM-Locked      TO OP-Locked-Tbl(OperIdx)
                READ OperatorFile
                    AT END SET EndOfOperatorFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Operator-Status NOT = "35"
                CLOSE OperatorFile
            END-IF.

      * No RESULTS.DAT yet (a "35" status) means nothing has been
      * posted - every change keyed then rejects.
       LoadResultTable.
            OPEN INPUT ResultsFile
            IF WS-Results-Status NOT = "00"
                SET EndOfResultsFile TO TRUE
            ELSE
                READ ResultsFile
                    AT END SET EndOfResultsFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfResultsFile
                SET ResultIdx TO ResultTableCount
                SET ResultIdx UP BY 1
                SET ResultTableCount TO ResultIdx
                MOVE RES-StudentId  TO RS-StudentId-Tbl(ResultIdx)
                MOVE RES-CourseCode TO RS-CourseCode-Tbl(ResultIdx)
                MOVE RES-Grade      TO RS-Grade-Tbl(ResultIdx)
                MOVE RES-Date       TO RS-Date-Tbl(ResultIdx)
                READ ResultsFile
                    AT END SET EndOfResultsFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Results-Status NOT = "35"
                CLOSE ResultsFile
            END-IF.

       StoreResultTable.
            OPEN OUTPUT ResultsFile
            PERFORM VARYING ResultIdx FROM 1 BY 1
                    UNTIL ResultIdx > ResultTableCount
                MOVE RS-StudentId-Tbl(ResultIdx)  TO RES-StudentId
                MOVE RS-CourseCode-Tbl(ResultIdx) TO RES-CourseCode
                MOVE RS-Grade-Tbl(ResultIdx)      TO RES-Grade
                MOVE RS-Date-Tbl(ResultIdx)       TO RES-Date
                WRITE ResultRecord
            END-PERFORM
            CLOSE ResultsFile.

      * No GRDCHG.DAT yet (a "35" status) just means no change has
      * ever been keyed - numbering starts at one.
       LoadChangeTable.
            OPEN INPUT ChangeFile
            IF WS-Change-Status NOT = "00"
                SET EndOfChangeFile TO TRUE
            ELSE
                READ ChangeFile
                    AT END SET EndOfChangeFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfChangeFile
                SET ChangeIdx TO ChangeTableCount
                SET ChangeIdx UP BY 1
                SET ChangeTableCount TO ChangeIdx
                MOVE GCH-Change-No   TO CH-Change-No-Tbl(ChangeIdx)
                MOVE GCH-StudentId   TO CH-StudentId-Tbl(ChangeIdx)
                MOVE GCH-CourseCode  TO CH-CourseCode-Tbl(ChangeIdx)
                MOVE GCH-Assess-Date TO CH-Date-Tbl(ChangeIdx)
                MOVE GCH-Old-Grade   TO CH-Old-Grade-Tbl(ChangeIdx)
                MOVE GCH-New-Grade   TO CH-New-Grade-Tbl(ChangeIdx)
                MOVE GCH-Reason      TO CH-Reason-Tbl(ChangeIdx)
                MOVE GCH-Keyed-By    TO CH-Keyed-By-Tbl(ChangeIdx)
                MOVE GCH-Keyed-Date  TO CH-Keyed-Date-Tbl(ChangeIdx)
                MOVE GCH-Status      TO CH-Status-Tbl(ChangeIdx)
                MOVE GCH-Decided-By  TO CH-Decided-By-Tbl(ChangeIdx)
                MOVE GCH-Decided-Date
                    TO CH-Decided-Date-Tbl(ChangeIdx)
                IF GCH-Change-No >= WS-Next-Change-No
                    COMPUTE WS-Next-Change-No = GCH-Change-No + 1
                END-IF
                READ ChangeFile
                    AT END SET EndOfChangeFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Change-Status NOT = "35"
                CLOSE ChangeFile
            END-IF.

       StoreChangeTable.
            OPEN OUTPUT ChangeFile
            PERFORM VARYING ChangeIdx FROM 1 BY 1
                    UNTIL ChangeIdx > ChangeTableCount
                MOVE CH-Change-No-Tbl(ChangeIdx)  TO GCH-Change-No
                MOVE CH-StudentId-Tbl(ChangeIdx)  TO GCH-StudentId
                MOVE CH-CourseCode-Tbl(ChangeIdx) TO GCH-CourseCode
                MOVE CH-Date-Tbl(ChangeIdx)       TO GCH-Assess-Date
                MOVE CH-Old-Grade-Tbl(ChangeIdx)  TO GCH-Old-Grade
                MOVE CH-New-Grade-Tbl(ChangeIdx)  TO GCH-New-Grade
                MOVE CH-Reason-Tbl(ChangeIdx)     TO GCH-Reason
                MOVE CH-Keyed-By-Tbl(ChangeIdx)   TO GCH-Keyed-By
                MOVE CH-Keyed-Date-Tbl(ChangeIdx) TO GCH-Keyed-Date
                MOVE CH-Status-Tbl(ChangeIdx)     TO GCH-Status
                MOVE CH-Decided-By-Tbl(ChangeIdx) TO GCH-Decided-By
                MOVE CH-Decided-Date-Tbl(ChangeIdx)
                                                  TO GCH-Decided-Date
                WRITE GradeChangeRecord
            END-PERFORM
            CLOSE ChangeFile.

      * No RESITELG.DAT yet (a "35" status) means no fail has been
      * posted - nothing to withdraw and nothing stored back.
       LoadResitTable.
            OPEN INPUT ResitFile
            IF WS-Resit-Status NOT = "00"
                SET EndOfResitFile TO TRUE
            ELSE
                READ ResitFile
                    AT END SET EndOfResitFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfResitFile
                SET ResitIdx TO ResitTableCount
                SET ResitIdx UP BY 1
                SET ResitTableCount TO ResitIdx
                MOVE RSE-StudentId  TO RE-StudentId-Tbl(ResitIdx)
                MOVE RSE-CourseCode TO RE-CourseCode-Tbl(ResitIdx)
                MOVE RSE-Grade      TO RE-Grade-Tbl(ResitIdx)
                MOVE RSE-Date       TO RE-Date-Tbl(ResitIdx)
                MOVE SPACE          TO RE-Removed-Tbl(ResitIdx)
                READ ResitFile
                    AT END SET EndOfResitFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Resit-Status NOT = "35"
                CLOSE ResitFile
            END-IF.

      * Withdrawn eligibility simply drops out of the rewritten file.
       StoreResitTable.
            OPEN OUTPUT ResitFile
            PERFORM VARYING ResitIdx FROM 1 BY 1
                    UNTIL ResitIdx > ResitTableCount
                IF NOT ResitEntryRemoved(ResitIdx)
                    MOVE RE-StudentId-Tbl(ResitIdx)  TO RSE-StudentId
                    MOVE RE-CourseCode-Tbl(ResitIdx) TO RSE-CourseCode
                    MOVE RE-Grade-Tbl(ResitIdx)      TO RSE-Grade
                    MOVE RE-Date-Tbl(ResitIdx)       TO RSE-Date
                    WRITE ResitRecord
                END-IF
            END-PERFORM
            CLOSE ResitFile.

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

       DisplayRunTotals.
            MOVE WS-Total-Fees-Reversed TO WS-Total-Reversed-Edit
            DISPLAY "GradeAmend - Control Report"
            DISPLAY "Operator             : " WS-Operator-Id
            DISPLAY "Changes keyed        : " WS-Changes-Keyed
            DISPLAY "Changes approved     : " WS-Changes-Approved
            DISPLAY "Changes rejected     : " WS-Changes-Rejected
            DISPLAY "Resit eligibility off: " WS-Eligibility-Removed
            DISPLAY "Resit fees reversed  : " WS-Fees-Reversed
            DISPLAY "Resit fee amount     : " WS-Total-Reversed-Edit
            DISPLAY "Transactions rejected: " WS-Trans-Rejected.

       END PROGRAM GradeAmend.
