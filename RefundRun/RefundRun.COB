           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * A refund past the APPRLIM.DAT threshold parks on
      * PENDAPPR.DAT for a second operator instead of issuing, and
      * is issued here on the first run after it is approved.
           SELECT ApprovalLimitFile ASSIGN "APPRLIM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ApprLim-Status.

           SELECT PendingFile ASSIGN "PENDAPPR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Pending-Status.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CreditFile.
       FD  CommonExceptFile.
           COPY EXCEPTS.

       FD  ApprovalLimitFile.
           COPY APPRLIM.

       FD  PendingFile.
           COPY PENDAPPR.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       WORKING-STORAGE SECTION.
      * The chart rides here so each journal line validates before
      * it writes - no CHART.DAT yet means the chart is not built
       01  WS-Refund-Amount        PIC 9(7)V99 VALUE ZERO.
       01  WS-Today-Date           PIC 9(8)    VALUE ZERO.

       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".
       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

      * The approval threshold for refunds, and the parked items
      * PENDAPPR.DAT holds for every program - the whole file rides
      * here and is written back at the end of the run.
       01  WS-ApprLim-Status       PIC XX      VALUE SPACES.
       01  WS-ApprLim-EOF-Switch   PIC X       VALUE "N".
           88 EndOfApprLimFile                 VALUE "Y".
       01  WS-Approval-Switch      PIC X       VALUE "N".
           88 ApprovalRequired                 VALUE "Y".
       01  WS-Approval-Threshold   PIC 9(7)V999 VALUE ZERO.
       01  WS-Pending-Status       PIC XX      VALUE SPACES.
       01  WS-Pending-EOF-Switch   PIC X       VALUE "N".
           88 EndOfPendingFile                 VALUE "Y".
       01  PendTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  PendTable.
           02 PendEntry            OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON PendTableCount
                                    INDEXED BY PendIdx.
               03 PD-Image-Tbl     PIC X(207).
       01  WS-Next-Pend-Number     PIC 9(6)    VALUE 1.
      * Who keyed the transaction being applied and, for an
      * approved item, who approved it - both go on the audit line.
       01  WS-Keyer-Id             PIC X(8)    VALUE SPACES.
       01  WS-Approver-Id          PIC X(8)    VALUE SPACES.
       01  WS-Applying-Switch      PIC X       VALUE "N".
           88 ApplyingApprovedItem             VALUE "Y".
       01  WS-Rejected-Before      PIC 9(5)    VALUE ZERO.
       01  WS-Parked-Line.
           02 FILLER               PIC X(29)   VALUE
              "PARKED FOR APPROVAL - ITEM  ".
           02 PKL-Number           PIC 9(6).
           02 FILLER               PIC X(5)    VALUE SPACES.

       01  WS-Run-Totals.
           02 WS-Requests-Read     PIC 9(5)    VALUE ZERO.
           02 WS-Refunds-Issued    PIC 9(5)    VALUE ZERO.
           02 WS-Requests-Rejected PIC 9(5)    VALUE ZERO.
           02 WS-Refunds-Parked    PIC 9(5)    VALUE ZERO.
           02 WS-Approved-Issued   PIC 9(5)    VALUE ZERO.
           02 WS-Approved-Failed   PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Refunded,
                               MONEY-EDIT  BY WS-Total-Refunded-Edit,
      * journals so JournalProof still balances. Requests beyond
      * the balance reject rather than overdraw.
            ACCEPT WS-Today-Date FROM DATE YYYYMMDD
            PERFORM GetOperatorId
            PERFORM LoadApprovalLimit
            PERFORM LoadPendingTable
            PERFORM LoadCreditTable
            PERFORM LoadChartTable
            PERFORM GetLastClosedMonth
            OPEN EXTEND RefundFile
            OPEN OUTPUT RegisterFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            MOVE WS-Title-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Column-Line TO ShowRegister
            WRITE ShowRegister

            PERFORM ApplyApprovedItems
            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ
            CLOSE RefundFile
            CLOSE RegisterFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StorePendingTable
            PERFORM StoreCreditTable
            PERFORM StoreNextRefundNumber
            IF WS-Refunds-Issued > ZERO
            DISPLAY "Requests read    : " WS-Requests-Read
            DISPLAY "Refunds issued   : " WS-Refunds-Issued
            DISPLAY "Requests rejected: " WS-Requests-Rejected
            DISPLAY "Parked - approval: " WS-Refunds-Parked
            DISPLAY "Approved issued  : " WS-Approved-Issued
            DISPLAY "Approved failed  : " WS-Approved-Failed
            DISPLAY "Total refunded   : " WS-Total-Refunded-Edit
            STOP RUN.

       IssueOneRefund.
            ADD 1 TO WS-Requests-Read
            MOVE WS-Operator-Id TO WS-Keyer-Id
            MOVE SPACES TO WS-Approver-Id
            PERFORM CheckRefundRequest
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

       CheckRefundRequest.
            PERFORM LocateCreditRow
            EVALUATE TRUE
                WHEN StudentId-F NOT NUMERIC
                            TO Except-Detail
                        PERFORM WriteExceptionRecord
                        ADD 1 TO WS-Requests-Rejected
                    ELSE
                    IF ApprovalRequired
                       AND NOT ApplyingApprovedItem
                       AND WS-Refund-Amount > WS-Approval-Threshold
                        PERFORM ParkForApproval
                    ELSE
                        PERFORM WriteRefundTransaction
                    END-IF
                    END-IF
            END-EVALUATE.

      * A blank or zero amount means the whole balance goes back.
       SetRefundAmount.
            WRITE ShowRegister
            ADD 1 TO WS-Next-Refund-Number
            ADD 1 TO WS-Refunds-Issued
            ADD WS-Refund-Amount TO WS-Total-Refunded
            IF ApplyingApprovedItem
                MOVE "REFUND APPROVD" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
            END-IF.

      * The request is held as keyed, with the amount it would
      * draw, and listed on the exception report so the operator
      * can see it did not issue tonight. A whole-balance request
      * is held with tonight's balance written into its amount, so
      * the approved item pays what the approver saw even if more
      * credit has come in since.
       ParkForApproval.
            MOVE SPACES TO PendingApprovalRecord
            MOVE WS-Next-Pend-Number TO PND-Number
            MOVE "REFUNDRUN"         TO PND-Program
            MOVE StudentId-F         TO PND-Key
            MOVE WS-Refund-Amount    TO PND-Value
            MOVE WS-Operator-Id      TO PND-Keyed-By
            MOVE WS-Today-Date       TO PND-Keyed-Date
            SET ApprovalPending TO TRUE
            MOVE SPACES              TO PND-Decided-By
            MOVE ZERO                TO PND-Decided-Date
            MOVE ZERO                TO PND-Applied-Date
            MOVE WS-Refund-Amount    TO WS-Amount-Num
            MOVE WS-Amount-X         TO Amount-F
            MOVE TransRecord         TO PND-Trans-Image
            SET PendIdx TO PendTableCount
            SET PendIdx UP BY 1
            SET PendTableCount TO PendIdx
            MOVE PendingApprovalRecord TO PD-Image-Tbl(PendIdx)
            MOVE WS-Next-Pend-Number TO PKL-Number
            ADD 1 TO WS-Next-Pend-Number
            MOVE StudentId-F TO Except-StudentID
            MOVE WS-Parked-Line TO Except-Detail
            PERFORM WriteExceptionRecord
            MOVE "REFUND PARKED" TO AUD-Action-Tmp
            PERFORM WriteAuditRecord
            ADD 1 TO WS-Refunds-Parked.

      * Approved refunds keyed on an earlier run issue first, under
      * the same edits as tonight's requests - a balance spent in
      * the meantime fails the item rather than overdrawing.
       ApplyApprovedItems.
            PERFORM VARYING PendIdx FROM 1 BY 1
                    UNTIL PendIdx > PendTableCount
                MOVE PD-Image-Tbl(PendIdx) TO PendingApprovalRecord
                IF PND-Program = "REFUNDRUN" AND ApprovalGranted
                    PERFORM ApplyOneApprovedItem
                END-IF
            END-PERFORM.

       ApplyOneApprovedItem.
            MOVE PND-Trans-Image TO TransRecord
            MOVE PND-Keyed-By    TO WS-Keyer-Id
            MOVE PND-Decided-By  TO WS-Approver-Id
            MOVE WS-Requests-Rejected TO WS-Rejected-Before
            SET ApplyingApprovedItem TO TRUE
            PERFORM CheckRefundRequest
            MOVE "N" TO WS-Applying-Switch
            IF WS-Requests-Rejected > WS-Rejected-Before
                SET ApprovalFailed TO TRUE
                ADD 1 TO WS-Approved-Failed
            ELSE
                SET ApprovalApplied TO TRUE
                ADD 1 TO WS-Approved-Issued
            END-IF
            MOVE WS-Today-Date TO PND-Applied-Date
            MOVE PendingApprovalRecord TO PD-Image-Tbl(PendIdx).

      * The keying operator and, on an approved refund, the
      * approver - the StudentId column is the student refunded.
       WriteAuditRecord.
            MOVE "REFUNDRUN "       TO AUD-Program
            MOVE WS-Keyer-Id        TO AUD-Operator
            MOVE StudentId-F        TO AUD-StudentId
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE WS-Approver-Id     TO AUD-Approved-By
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

      * No APPRLIM.DAT, or no REFUNDRUN record on it, means refunds
      * need no second operator and issue as they always have.
       LoadApprovalLimit.
            MOVE "N" TO WS-Approval-Switch
            OPEN INPUT ApprovalLimitFile
            IF WS-ApprLim-Status NOT = "00"
                SET EndOfApprLimFile TO TRUE
            ELSE
                READ ApprovalLimitFile
                    AT END SET EndOfApprLimFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfApprLimFile
                IF APL-Program = "REFUNDRUN"
                   AND APL-Threshold NUMERIC
                    SET ApprovalRequired TO TRUE
                    MOVE APL-Threshold TO WS-Approval-Threshold
                END-IF
                READ ApprovalLimitFile
                    AT END SET EndOfApprLimFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-ApprLim-Status NOT = "35"
                CLOSE ApprovalLimitFile
            END-IF.

      * No PENDAPPR.DAT yet (a "35" status) means nothing has ever
      * parked - item numbers start at one.
       LoadPendingTable.
            OPEN INPUT PendingFile
            IF WS-Pending-Status NOT = "00"
                SET EndOfPendingFile TO TRUE
            ELSE
                READ PendingFile
                    AT END SET EndOfPendingFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPendingFile
                SET PendIdx TO PendTableCount
                SET PendIdx UP BY 1
                SET PendTableCount TO PendIdx
                MOVE PendingApprovalRecord TO PD-Image-Tbl(PendIdx)
                IF PND-Number NUMERIC
                   AND PND-Number NOT < WS-Next-Pend-Number
                    COMPUTE WS-Next-Pend-Number = PND-Number + 1
                END-IF
                READ PendingFile
                    AT END SET EndOfPendingFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Pending-Status NOT = "35"
                CLOSE PendingFile
            END-IF.

       StorePendingTable.
            OPEN OUTPUT PendingFile
            PERFORM VARYING PendIdx FROM 1 BY 1
                    UNTIL PendIdx > PendTableCount
                MOVE PD-Image-Tbl(PendIdx) TO PendingApprovalRecord
                WRITE PendingApprovalRecord
            END-PERFORM
            CLOSE PendingFile.

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

       LocateCreditRow.
            MOVE ZERO TO WS-Credit-Sub
