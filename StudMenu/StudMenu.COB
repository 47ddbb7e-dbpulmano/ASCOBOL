           SELECT TrainModeFile ASSIGN "TRAINMODE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The maker-checker queue - sensitive changes RefundRun,
      * CustMaint and SlsMaint parked for a second operator, and
      * the approver level each of those programs asks for.
           SELECT ApprovalLimitFile ASSIGN "APPRLIM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ApprLim-Status.

           SELECT PendingFile ASSIGN "PENDAPPR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Pending-Status.

       DATA DIVISION.
       FILE SECTION.
      * The password-changed date drives forced aging, the failure
               88  TrainingOperator        VALUE "T".

       FD  OperatorLogFile.
           COPY OPERLOG.

       FD  SignonFile.
       01  SignonRecord.
       01  TrainModeRecord.
           02  TRM-Mode             PIC X.

       FD  ApprovalLimitFile.
           COPY APPRLIM.

       FD  PendingFile.
           COPY PENDAPPR.

       WORKING-STORAGE SECTION.
       01  WS-Operator-Status       PIC XX      VALUE SPACES.
       01  WS-Operator-EOF-Switch   PIC X       VALUE "N".

       01  WS-Menu-Choice           PIC X.
           88  ValidChoice          VALUES "1" "2" "3" "4" "5" "6"
                                           "7" "8".
           88  QuitChoice           VALUE "7".

       01  KeyedOperatorId          PIC X(8)    VALUE SPACES.
       01  WS-Pwd-Done-Switch       PIC X       VALUE "N".
           88 PasswordChangeDone                VALUE "Y".

      * Carried onto the next OPERLOG.DAT record only - a launch
      * sets the level and mode, an unlock the supervisor - then
      * cleared so no other event picks them up.
       01  WS-Log-Level             PIC X       VALUE SPACE.
       01  WS-Log-Mode              PIC X       VALUE SPACE.
       01  WS-Log-By-Id             PIC X(8)    VALUE SPACES.

      * The approval queue, loaded fresh for each decision so an
      * item parked by a batch run since the list was shown is not
      * lost when the queue is written back.
       01  WS-ApprLim-Status        PIC XX      VALUE SPACES.
       01  WS-ApprLim-EOF-Switch    PIC X       VALUE "N".
           88 EndOfApprLimFile                  VALUE "Y".
       01  ApprLevelCount           PIC 9(4)    COMP VALUE ZERO.
       01  ApprLevelTable.
           02 ApprLevelEntry        OCCURS 1 TO 20 TIMES
                                     DEPENDING ON ApprLevelCount
                                     INDEXED BY ApprLevelIdx.
               03 AL-Program-Tbl    PIC X(10).
               03 AL-Level-Tbl      PIC 9.
       01  WS-Pending-Status        PIC XX      VALUE SPACES.
       01  WS-Pending-EOF-Switch    PIC X       VALUE "N".
           88 EndOfPendingFile                  VALUE "Y".
       01  PendTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  PendTable.
           02 PendEntry             OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON PendTableCount
                                     INDEXED BY PendIdx.
               03 PD-Image-Tbl      PIC X(207).
       01  WS-Pend-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Pending-Shown         PIC 9(4)    COMP VALUE ZERO.
       01  WS-Required-Level        PIC 9       VALUE ZERO.
       01  WS-Value-Edit            PIC Z(6)9.999.
       01  KeyedItemNumber          PIC 9(6)    VALUE ZERO.
       01  KeyedDecision            PIC X       VALUE SPACE.
           88 DecisionApprove                   VALUE "A".
           88 DecisionReject                    VALUE "R".
       01  WS-Decision-Event.
           02 DEV-Word              PIC X(9)    VALUE SPACES.
           02 DEV-Number            PIC 9(6).

       PROCEDURE DIVISION.
       Begin.
      * Sign-on gate first - nobody reaches the menu without a match
      * with each one logged. The menu an operator then sees only
      * carries the choices their level grants.
           ACCEPT WS-Today-Num FROM DATE YYYYMMDD
           MOVE SPACES TO OperatorLogRecord
           PERFORM LoadOperatorTable
           PERFORM SignOnOperator
           IF NOT SignonAccepted
               PERFORM DisplayMenu
               ACCEPT WS-Menu-Choice
               IF NOT ValidChoice
                   DISPLAY "Invalid choice - enter 1 through 8."
               ELSE
                   PERFORM RunChoice
               END-IF
               PERFORM StoreOperatorTable
               MOVE KeyedUnlockId TO OPL-Operator-Id
               MOVE "OPERATOR UNLOCKED" TO OPL-Event
               MOVE WS-Signed-On-Id TO WS-Log-By-Id
               PERFORM WriteOperatorLog
               DISPLAY "Operator " KeyedUnlockId " unlocked."
           END-IF.
           IF SignedOnSupervisor
               DISPLAY "6. Unlock an operator"
           END-IF
           IF NOT SignedOnReadOnly
               DISPLAY "8. Approve or reject pending changes"
           END-IF
           DISPLAY "7. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.

                       CALL "StudInquiry"
                   WHEN WS-Menu-Choice = "6"
                       PERFORM UnlockOperator
                   WHEN WS-Menu-Choice = "8"
                       PERFORM ReviewPendingApprovals
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           END-IF.

      * The checker side of the maker-checker queue. Read-only staff
      * are refused with every other update choice; a training
      * session may not approve live changes. Each item needs the
      * level APPRLIM.DAT names for its program (a supervisor where
      * none is named) and a checker other than the operator who
      * keyed it.
       ReviewPendingApprovals.
           IF OperEntryTraining(WS-Signed-On-Sub)
               DISPLAY "Approvals are not available in training "
                   "mode."
               MOVE WS-Signed-On-Id TO OPL-Operator-Id
               MOVE "APPROVAL REFUSED" TO OPL-Event
               PERFORM WriteOperatorLog
           ELSE
               PERFORM LoadApprovalLevels
               PERFORM LoadPendingTable
               PERFORM ListPendingItems
               MOVE 1 TO KeyedItemNumber
               PERFORM UNTIL KeyedItemNumber = ZERO
                   DISPLAY "Item number (0 to finish): "
                       WITH NO ADVANCING
                   MOVE ZERO TO KeyedItemNumber
                   ACCEPT KeyedItemNumber
                   IF KeyedItemNumber NOT = ZERO
                       PERFORM DecidePendingItem
                   END-IF
               END-PERFORM
           END-IF.

       ListPendingItems.
           MOVE ZERO TO WS-Pending-Shown
           PERFORM VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendTableCount
               MOVE PD-Image-Tbl(PendIdx) TO PendingApprovalRecord
               IF ApprovalPending
                   MOVE PND-Value TO WS-Value-Edit
                   DISPLAY PND-Number " " PND-Program " " PND-Key
                       " " WS-Value-Edit " keyed by " PND-Keyed-By
                       " on " PND-Keyed-Date
                   ADD 1 TO WS-Pending-Shown
               END-IF
           END-PERFORM
           IF WS-Pending-Shown = ZERO
               DISPLAY "No changes are waiting for approval."
           END-IF.

      * The queue is reloaded first so the decision lands on the
      * file as it stands now, then written straight back.
       DecidePendingItem.
           PERFORM LoadPendingTable
           PERFORM LocatePendingItem
           IF WS-Pend-Sub = ZERO
               DISPLAY "No item " KeyedItemNumber
                   " is waiting for approval."
           ELSE
               MOVE PD-Image-Tbl(WS-Pend-Sub) TO PendingApprovalRecord
               PERFORM FindRequiredLevel
               EVALUATE TRUE
                   WHEN PND-Keyed-By = WS-Signed-On-Id
                       DISPLAY "You keyed item " KeyedItemNumber
                           " - another operator must decide it."
                       MOVE WS-Signed-On-Id TO OPL-Operator-Id
                       MOVE "APPROVAL REFUSED" TO OPL-Event
                       PERFORM WriteOperatorLog
                   WHEN WS-Signed-On-Level < WS-Required-Level
                       DISPLAY "Item " KeyedItemNumber
                           " needs an operator of level "
                           WS-Required-Level "."
                       MOVE WS-Signed-On-Id TO OPL-Operator-Id
                       MOVE "APPROVAL REFUSED" TO OPL-Event
                       PERFORM WriteOperatorLog
                   WHEN OTHER
                       PERFORM AcceptDecision
               END-EVALUATE
           END-IF.

       AcceptDecision.
           DISPLAY "A to approve, R to reject, anything else to "
               "leave it: " WITH NO ADVANCING
           MOVE SPACE TO KeyedDecision
           ACCEPT KeyedDecision
           IF DecisionApprove OR DecisionReject
               IF DecisionApprove
                   SET ApprovalGranted TO TRUE
                   MOVE "APPROVED" TO DEV-Word
               ELSE
                   SET ApprovalRejected TO TRUE
                   MOVE "REJECTED" TO DEV-Word
               END-IF
               MOVE WS-Signed-On-Id TO PND-Decided-By
               MOVE WS-Today-Num    TO PND-Decided-Date
               MOVE PendingApprovalRecord TO PD-Image-Tbl(WS-Pend-Sub)
               PERFORM StorePendingTable
               MOVE KeyedItemNumber TO DEV-Number
               MOVE WS-Signed-On-Id TO OPL-Operator-Id
               MOVE WS-Decision-Event TO OPL-Event
               PERFORM WriteOperatorLog
               DISPLAY "Item " KeyedItemNumber " " DEV-Word
           ELSE
               DISPLAY "Item " KeyedItemNumber " left waiting."
           END-IF.

       LocatePendingItem.
           MOVE ZERO TO WS-Pend-Sub
           PERFORM VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendTableCount
                      OR WS-Pend-Sub > ZERO
               MOVE PD-Image-Tbl(PendIdx) TO PendingApprovalRecord
               IF PND-Number = KeyedItemNumber AND ApprovalPending
                   SET WS-Pend-Sub TO PendIdx
               END-IF
           END-PERFORM.

      * A program with no level on APPRLIM.DAT, or a zero one,
      * wants a supervisor.
       FindRequiredLevel.
           MOVE 3 TO WS-Required-Level
           IF ApprLevelCount > ZERO
               SET ApprLevelIdx TO 1
               SEARCH ApprLevelEntry
                  AT END CONTINUE
                  WHEN AL-Program-Tbl(ApprLevelIdx) = PND-Program
                       IF AL-Level-Tbl(ApprLevelIdx) > ZERO
                           MOVE AL-Level-Tbl(ApprLevelIdx)
                               TO WS-Required-Level
                       END-IF
               END-SEARCH
           END-IF.

       LoadApprovalLevels.
           MOVE ZERO TO ApprLevelCount
           MOVE "N" TO WS-ApprLim-EOF-Switch
           OPEN INPUT ApprovalLimitFile
           IF WS-ApprLim-Status NOT = "00"
               SET EndOfApprLimFile TO TRUE
           ELSE
               READ ApprovalLimitFile
                   AT END SET EndOfApprLimFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfApprLimFile
               IF ApprLevelCount < 20
                   SET ApprLevelIdx TO ApprLevelCount
                   SET ApprLevelIdx UP BY 1
                   SET ApprLevelCount TO ApprLevelIdx
                   MOVE APL-Program TO AL-Program-Tbl(ApprLevelIdx)
                   IF APL-Approver-Level NUMERIC
                       MOVE APL-Approver-Level
                           TO AL-Level-Tbl(ApprLevelIdx)
                   ELSE
                       MOVE ZERO TO AL-Level-Tbl(ApprLevelIdx)
                   END-IF
               END-IF
               READ ApprovalLimitFile
                   AT END SET EndOfApprLimFile TO TRUE
               END-READ
           END-PERFORM
           IF WS-ApprLim-Status NOT = "35"
               CLOSE ApprovalLimitFile
           END-IF.

      * No PENDAPPR.DAT yet (a "35" status) means nothing has ever
      * parked - the list is simply empty.
       LoadPendingTable.
           MOVE ZERO TO PendTableCount
           MOVE "N" TO WS-Pending-EOF-Switch
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

       LogJobLaunch.
           MOVE WS-Signed-On-Id TO OPL-Operator-Id
           MOVE WS-Signed-On-Level TO WS-Log-Level
           IF OperEntryTraining(WS-Signed-On-Sub)
               MOVE "T" TO WS-Log-Mode
           ELSE
               MOVE "L" TO WS-Log-Mode
           END-IF
           PERFORM WriteOperatorLog.

       WriteOperatorLog.
           OPEN EXTEND OperatorLogFile
           ACCEPT OPL-Date FROM DATE YYYYMMDD
           ACCEPT OPL-Time FROM TIME
           MOVE WS-Log-Level TO OPL-Level
           MOVE WS-Log-Mode  TO OPL-Mode
           MOVE WS-Log-By-Id TO OPL-By-Operator
           WRITE OperatorLogRecord
           CLOSE OperatorLogFile
           MOVE SPACE  TO WS-Log-Level
           MOVE SPACE  TO WS-Log-Mode
           MOVE SPACES TO WS-Log-By-Id.

       END PROGRAM StudMenu.
