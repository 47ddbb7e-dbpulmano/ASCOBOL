                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

      * A commission rate moved past the APPRLIM.DAT threshold parks
      * on PENDAPPR.DAT for a second operator instead of applying,
      * and is applied here on the first run after it is approved.
           SELECT ApprovalLimitFile ASSIGN "APPRLIM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ApprLim-Status.

           SELECT PendingFile ASSIGN "PENDAPPR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Pending-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SalesPersonFile.
       FD  AuditFile.
           COPY AUDITREC.

       FD  ApprovalLimitFile.
           COPY APPRLIM.

       FD  PendingFile.
           COPY PENDAPPR.

      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       FD  CommonExceptFile.
           02 WS-Sls-Changed       PIC 9(5)    VALUE ZERO.
           02 WS-Sls-Left          PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Parked      PIC 9(5)    VALUE ZERO.
           02 WS-Approved-Applied  PIC 9(5)    VALUE ZERO.
           02 WS-Approved-Failed   PIC 9(5)    VALUE ZERO.

      * The approval threshold for rate changes, and the parked
      * items PENDAPPR.DAT holds for every program - the whole file
      * rides here and is written back at the end of the run.
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
       01  WS-Park-Switch          PIC X       VALUE "N".
           88 ParkTransaction                  VALUE "Y".
       01  WS-Rejected-Before      PIC 9(5)    VALUE ZERO.
       01  WS-Rate-Move            PIC 9V999   VALUE ZERO.
       01  WS-Today-Date           PIC 9(8)    VALUE ZERO.
       01  WS-Parked-Line.
           02 FILLER               PIC X(29)   VALUE
              "PARKED FOR APPROVAL - ITEM  ".
           02 PKL-Number           PIC 9(6).
           02 FILLER               PIC X(5)    VALUE SPACES.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
      * discipline, rate changes carrying their before and after
      * values on the trail, and a leaver status that blocks new
      * attribution while the history keeps paying.
            ACCEPT WS-Today-Date FROM DATE YYYYMMDD
            PERFORM GetOperatorId
            PERFORM LoadSlsTable
            PERFORM LoadApprovalLimit
            PERFORM LoadPendingTable

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            PERFORM ApplyApprovedItems
            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ
            CLOSE AuditFile

            PERFORM StoreSlsTable
            PERFORM StorePendingTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplySlsTrans.
            MOVE WS-Operator-Id TO WS-Keyer-Id
            MOVE SPACES TO WS-Approver-Id
            PERFORM CheckSlsTrans
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

       CheckSlsTrans.
            PERFORM LocateSlsEntry
            EVALUATE TRUE
                WHEN AddSlsTrans
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE.

       ApplyAddSls.
            MOVE ZERO TO WS-Before-Rate
            PERFORM CheckRateMove
            EVALUATE TRUE
                WHEN WS-Sls-Sub > ZERO
                    MOVE SlsCode-L TO Except-Code
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN ParkTransaction
                    PERFORM ParkForApproval
                WHEN OTHER
                    SET SlsIdx TO SlsTableCount
                    SET SlsIdx UP BY 1
                ADD 1 TO WS-Trans-Rejected
            ELSE
                MOVE SL-Rate-Tbl(WS-Sls-Sub) TO WS-Before-Rate
                PERFORM CheckRateMove
            END-IF
            IF WS-Sls-Sub > ZERO AND ParkTransaction
                PERFORM ParkForApproval
            END-IF
            IF WS-Sls-Sub > ZERO AND NOT ParkTransaction
                MOVE SL-Rate-Tbl(WS-Sls-Sub) TO WS-Rate-Num
                MOVE WS-Rate-X TO WS-Before-Rate-X
                IF SlsName-L NOT = SPACES
      * before/after code fields, keyed as 9V999 without the point.
       WriteAuditRecord.
            MOVE "SLSMAINT  "       TO AUD-Program
            MOVE WS-Keyer-Id        TO AUD-Operator
            MOVE WS-Approver-Id     TO AUD-Approved-By
            MOVE ZERO               TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            DISPLAY "Salespeople added    : " WS-Sls-Added
            DISPLAY "Salespeople changed  : " WS-Sls-Changed
            DISPLAY "Leavers processed    : " WS-Sls-Left
            DISPLAY "Transactions rejected: " WS-Trans-Rejected
            DISPLAY "Parked for approval  : " WS-Trans-Parked
            DISPLAY "Approved applied     : " WS-Approved-Applied
            DISPLAY "Approved failed      : " WS-Approved-Failed.


      * No SIGNON.DAT (a "35" status) means no operator session left
                CLOSE SignonFile
            END-IF.

      * A keyed rate that moves the rate as it stands (zero for a
      * new salesperson) by more than the threshold, either way,
      * waits for approval - an approved item being applied does
      * not. WS-Before-Rate is the rate as it stands.
       CheckRateMove.
            MOVE "N" TO WS-Park-Switch
            IF ApprovalRequired
               AND NOT ApplyingApprovedItem
               AND CommRate-L NUMERIC
                MOVE CommRate-L TO WS-Rate-X
                IF WS-Rate-Num > WS-Before-Rate
                    COMPUTE WS-Rate-Move = WS-Rate-Num - WS-Before-Rate
                ELSE
                    COMPUTE WS-Rate-Move = WS-Before-Rate - WS-Rate-Num
                END-IF
                IF WS-Rate-Move > WS-Approval-Threshold
                    SET ParkTransaction TO TRUE
                END-IF
            END-IF.

      * The transaction is held exactly as keyed, with the rate it
      * would set, and listed on the exception report so the
      * operator can see it did not apply tonight. The audit line
      * carries the rate as it stands and the rate asked for.
       ParkForApproval.
            MOVE SPACES TO PendingApprovalRecord
            MOVE WS-Next-Pend-Number TO PND-Number
            MOVE "SLSMAINT"          TO PND-Program
            MOVE SlsCode-L           TO PND-Key
            MOVE WS-Rate-Num         TO PND-Value
            MOVE WS-Operator-Id      TO PND-Keyed-By
            MOVE WS-Today-Date       TO PND-Keyed-Date
            SET ApprovalPending TO TRUE
            MOVE SPACES              TO PND-Decided-By
            MOVE ZERO                TO PND-Decided-Date
            MOVE ZERO                TO PND-Applied-Date
            MOVE TransRecord         TO PND-Trans-Image
            SET PendIdx TO PendTableCount
            SET PendIdx UP BY 1
            SET PendTableCount TO PendIdx
            MOVE PendingApprovalRecord TO PD-Image-Tbl(PendIdx)
            MOVE WS-Next-Pend-Number TO PKL-Number
            ADD 1 TO WS-Next-Pend-Number
            MOVE SPACES TO ExceptRecord
            MOVE SlsCode-L TO Except-Code
            MOVE WS-Parked-Line TO Except-Detail
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            MOVE WS-Before-Rate TO WS-Rate-Num
            MOVE WS-Rate-X TO WS-Before-Rate-X
            IF AddSlsTrans
                MOVE SPACES TO WS-Before-Rate-X
            END-IF
            MOVE CommRate-L TO WS-After-Rate-X
            MOVE "RATE PARKED" TO AUD-Action-Tmp
            PERFORM WriteAuditRecord
            ADD 1 TO WS-Trans-Parked.

      * Approved items keyed on an earlier run apply first, under
      * the same edits as tonight's transactions.
       ApplyApprovedItems.
            PERFORM VARYING PendIdx FROM 1 BY 1
                    UNTIL PendIdx > PendTableCount
                MOVE PD-Image-Tbl(PendIdx) TO PendingApprovalRecord
                IF PND-Program = "SLSMAINT" AND ApprovalGranted
                    PERFORM ApplyOneApprovedItem
                END-IF
            END-PERFORM.

       ApplyOneApprovedItem.
            MOVE PND-Trans-Image TO TransRecord
            MOVE PND-Keyed-By    TO WS-Keyer-Id
            MOVE PND-Decided-By  TO WS-Approver-Id
            MOVE WS-Trans-Rejected TO WS-Rejected-Before
            SET ApplyingApprovedItem TO TRUE
            PERFORM CheckSlsTrans
            MOVE "N" TO WS-Applying-Switch
            MOVE PD-Image-Tbl(PendIdx) TO PendingApprovalRecord
            IF WS-Trans-Rejected > WS-Rejected-Before
                SET ApprovalFailed TO TRUE
                ADD 1 TO WS-Approved-Failed
            ELSE
                SET ApprovalApplied TO TRUE
                ADD 1 TO WS-Approved-Applied
            END-IF
            MOVE WS-Today-Date TO PND-Applied-Date
            MOVE PendingApprovalRecord TO PD-Image-Tbl(PendIdx).

      * No APPRLIM.DAT, or no SLSMAINT record on it, means rate
      * changes need no second operator and apply as keyed.
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
                IF APL-Program = "SLSMAINT"
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

       END PROGRAM SlsMaint.
