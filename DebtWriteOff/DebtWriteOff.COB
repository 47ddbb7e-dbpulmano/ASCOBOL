      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DebtWriteOff.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Write-off transactions - K keys a write-off, A approves one
      * and R rejects one, each run under the operator signed on.
           SELECT TransFile ASSIGN "TRANSWO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * Every write-off keyed, pending or decided.
           SELECT WriteOffFile ASSIGN "WRITEOFF.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WriteOff-Status.

      * The operator master StudMenu signs on against - only a
      * level 3 operator there may approve a write-off.
           SELECT OperatorFile ASSIGN "OPERMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Operator-Status.

           SELECT InvoiceFile ASSIGN "INVOICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-Number
                  ALTERNATE RECORD KEY IS INV-StudentId
                      WITH DUPLICATES
                  FILE STATUS IS WS-Invoice-Status.

           SELECT SalesInvoiceFile ASSIGN "SALESINV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SalesInv-Status.

      * Each tuition write-off is kept on the student's account
      * history for the statement of account.
           SELECT AccountHistFile ASSIGN "ACCTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "WOEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT RegisterFile ASSIGN "WRITEOFF.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT JournalFile ASSIGN "GLJRNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The chart of accounts ChartMaint keeps and the period-close
      * control - every journal line must name a known open account
      * and a date in the open period, or it rejects to EXCEPTS.DAT.
           SELECT ChartFile ASSIGN "CHART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Chart-Status.

           SELECT CloseControlFile ASSIGN "GLCLOSE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Close-Status.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * A key transaction names the ledger, the invoice and the
      * reason code; an approve or reject names the write-off
      * number the keying run gave it.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-W          PIC X.
               88 KeyWriteOffTrans             VALUE "K".
               88 ApproveWriteOffTrans         VALUE "A".
               88 RejectWriteOffTrans          VALUE "R".
           02 WriteOffNo-W         PIC X(6).
           02 Ledger-W             PIC X.
               88 TuitionLedger                VALUE "T".
               88 SalesLedger                  VALUE "S".
           02 Invoice-W            PIC X(6).
           02 Reason-W             PIC X(2).

       FD  WriteOffFile.
           COPY WRITEOFF.

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

       FD  InvoiceFile.
           COPY INVOICE.

       FD  SalesInvoiceFile.
           COPY SALESINV.

       FD  AccountHistFile.
           COPY ACCTHIST.

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Type          PIC X.
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Key           PIC X(7).
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

       FD  JournalFile.
           COPY GLJRNL.

       FD  ChartFile.
           COPY CHARTACC.

       FD  CloseControlFile.
       01  CloseControlRecord.
           02 GLC-Last-Closed      PIC 9(6).

      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
      * The chart rides here so each journal line validates before
      * it writes - no CHART.DAT yet means the chart is not built
      * and lines pass the way they always did.
       01  WS-Chart-Status         PIC XX      VALUE SPACES.
       01  WS-Chart-EOF-Switch     PIC X       VALUE "N".
           88 EndOfChartFile                   VALUE "Y".
       01  WS-Close-Status         PIC XX      VALUE SPACES.
       01  WS-GL-Last-Closed       PIC 9(6)    VALUE ZERO.
       01  WS-GL-Entry-Month       PIC 9(6)    VALUE ZERO.
       01  ChartTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  ChartTable.
           02 ChartEntry           OCCURS 1 TO 200 TIMES
                                    DEPENDING ON ChartTableCount
                                    INDEXED BY ChartIdx.
               03 CA-Account-Tbl   PIC X(8).
               03 CA-Status-Tbl    PIC X.
       01  WS-Chart-Found-Switch   PIC X       VALUE "N".
           88 ChartAccountKnown                VALUE "Y".
       01  WS-Jrnl-OK-Switch       PIC X       VALUE "Y".
           88 JournalLineOK                    VALUE "Y".
       01  WS-Jrnl-Reject-Reason   PIC X(40)   VALUE SPACES.
       01  WS-Jrnl-Lines-Rejected  PIC 9(5)    VALUE ZERO.

       01  WS-WriteOff-Status      PIC XX      VALUE SPACES.
       01  WS-Operator-Status      PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-SalesInv-Status      PIC XX      VALUE SPACES.
       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-WriteOff-EOF-Switch  PIC X       VALUE "N".
           88 EndOfWriteOffFile                VALUE "Y".
       01  WS-Operator-EOF-Switch  PIC X       VALUE "N".
           88 EndOfOperatorFile                VALUE "Y".
       01  WS-SalesInv-EOF-Switch  PIC X       VALUE "N".
           88 EndOfSalesInvFile                VALUE "Y".
       01  WS-Invoice-File-Sw      PIC X       VALUE "N".
           88 InvoiceFileOnHand                VALUE "Y".
       01  WS-SalesInv-File-Sw     PIC X       VALUE "N".
           88 SalesInvFileOnHand               VALUE "Y".
       01  WS-SalesInv-Changed-Sw  PIC X       VALUE "N".
           88 SalesInvChanged                  VALUE "Y".

       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".
       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

      * The reasons a debt may be written off for - UC uncollectable
      * after dunning, BK bankruptcy or insolvency, DC debtor
      * deceased, SB small balance not worth pursuing, DS dispute
      * settled in the debtor's favour. Any other code is refused.
       01  ReasonCodeValues.
           02  FILLER      PIC X(2)    VALUE "UC".
           02  FILLER      PIC X(2)    VALUE "BK".
           02  FILLER      PIC X(2)    VALUE "DC".
           02  FILLER      PIC X(2)    VALUE "SB".
           02  FILLER      PIC X(2)    VALUE "DS".
       01  ReasonCodeTable REDEFINES ReasonCodeValues.
           02  ReasonCodeEntry OCCURS 5 TIMES INDEXED BY ReasonIdx.
               03 RC-Code         PIC X(2).
       01  WS-Reason-Valid-Switch  PIC X       VALUE "N".
           88 ReasonCodeIsValid                VALUE "Y".

       01  WriteOffTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  WriteOffTable.
           02 WriteOffEntry        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WriteOffTableCount
                                    INDEXED BY WriteOffIdx.
               03 WO-Number-Tbl    PIC 9(6).
               03 WO-Ledger-Tbl    PIC X.
               03 WO-Invoice-Tbl   PIC 9(6).
               03 WO-Party-Tbl     PIC 9(7).
               03 WO-Reason-Tbl    PIC X(2).
               03 WO-Amount-Tbl    PIC 9(7)V99.
               03 WO-Keyed-By-Tbl  PIC X(8).
               03 WO-Keyed-Date-Tbl PIC 9(8).
               03 WO-Status-Tbl    PIC X.
                   88 WriteOffEntryPending VALUE "P".
               03 WO-Decided-By-Tbl PIC X(8).
               03 WO-Decided-Date-Tbl PIC 9(8).
       01  WS-Next-WriteOff-No     PIC 9(6)    VALUE 1.

       01  OperatorTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  OperatorTable.
           02 OperatorEntry        OCCURS 1 TO 500 TIMES
                                    DEPENDING ON OperatorTableCount
                                    INDEXED BY OperIdx.
               03 OP-Id-Tbl        PIC X(8).
               03 OP-Level-Tbl     PIC 9.
               03 OP-Locked-Tbl    PIC X.

      * SALESINV.DAT is line sequential - it rides in this table
      * for the run, as SalesReceipts holds it, and stores back
      * whole only when a write-off has closed one.
       01  SalesInvTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  SalesInvTable.
           02 SalesInvEntry        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON SalesInvTableCount
                                    INDEXED BY SalesIdx.
               03 SV-Number-Tbl    PIC 9(6).
               03 SV-Cus-Id-Tbl    PIC 9(5).
               03 SV-Date-Tbl      PIC 9(8).
               03 SV-Amount-Tbl    PIC 9(7)V99.
               03 SV-Paid-Tbl      PIC 9(7)V99.
               03 SV-Status-Tbl    PIC X.
                   88 SalesInvEntryOpen    VALUE "O".

       01  WS-WriteOff-Sub         PIC 9(4)    COMP VALUE ZERO.
       01  WS-Oper-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Sales-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Dup-Pending-Switch   PIC X       VALUE "N".
           88 WriteOffAlreadyPending           VALUE "Y".
       01  WS-Invoice-Found-Switch PIC X       VALUE "N".
           88 InvoiceFound                     VALUE "Y".
       01  WS-Invoice-Is-Open-Sw   PIC X       VALUE "N".
           88 InvoiceStillOpen                 VALUE "Y".
       01  WS-Invoice-Num          PIC 9(6)    VALUE ZERO.
       01  WS-Party-Id             PIC 9(7)    VALUE ZERO.
       01  WS-Invoice-CourseCode   PIC X(4)    VALUE SPACES.
       01  WS-Open-Amount          PIC 9(7)V99 VALUE ZERO.
       01  WS-Look-Ledger          PIC X       VALUE SPACE.

       01  WS-Run-Totals.
           02 WS-WriteOffs-Keyed   PIC 9(5)    VALUE ZERO.
           02 WS-WriteOffs-Approved PIC 9(5)   VALUE ZERO.
           02 WS-WriteOffs-Rejected PIC 9(5)   VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Tuition-Written-Off,
                               MONEY-EDIT  BY WS-Tuition-WO-Edit,
                               MONEY-VALUE BY ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Sales-Written-Off,
                               MONEY-EDIT  BY WS-Sales-WO-Edit,
                               MONEY-VALUE BY ZERO.

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       01  WS-Register-Title-Line.
           02 FILLER               PIC X(34)   VALUE
              "BAD-DEBT WRITE-OFF REGISTER  DATE ".
           02 RTL-Date             PIC 9(8).
           02 FILLER               PIC X(38)   VALUE SPACES.

       01  WS-Register-Column-Line PIC X(80)   VALUE
           "WO-NO  L INVOICE DEBTOR  RSN      AMOUNT KEYED-BY APPROVED-
      -    "BY".

       01  WS-Register-Detail-Line.
           02 RDL-WriteOff-No      PIC 9(6).
           02 FILLER               PIC X       VALUE SPACE.
           02 RDL-Ledger           PIC X.
           02 FILLER               PIC X       VALUE SPACE.
           02 RDL-Invoice          PIC 9(6).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 RDL-Party            PIC 9(7).
           02 FILLER               PIC X       VALUE SPACE.
           02 RDL-Reason           PIC X(2).
           02 FILLER               PIC X       VALUE SPACE.
           02 RDL-Amount           PIC Z,ZZZ,ZZ9.99.
           02 FILLER               PIC X       VALUE SPACE.
           02 RDL-Keyed-By         PIC X(8).
           02 FILLER               PIC X       VALUE SPACE.
           02 RDL-Approved-By      PIC X(8).
           02 FILLER               PIC X(22)   VALUE SPACES.

       01  WS-Register-Total-Line.
           02 FILLER               PIC X(10)   VALUE SPACES.
           02 RTT-Label            PIC X(24).
           02 RTT-Amount           PIC Z,ZZZ,ZZ9.99.
           02 FILLER               PIC X(34)   VALUE SPACES.

       01  WS-Register-None-Line   PIC X(80)   VALUE
           "NO WRITE-OFF APPROVED THIS RUN".

       01  WS-Register-End-Line    PIC X(80)   VALUE
           "END OF REGISTER".

       PROCEDURE DIVISION.
       BEGIN.
      * Bad debt comes off the books only through here. A write-off
      * is keyed against one tuition or sales invoice with a reason
      * code and held on WRITEOFF.DAT; a supervisor on OPERMAST.DAT
      * who did not key it approves or rejects it in a later run,
      * as grade changes are. Approval closes the invoice as written
      * off (status W) for its unpaid balance, lists it on the
      * register, and journals the bad-debt expense against the
      * receivable. Money that later reaches a written-off invoice
      * posts in TuitionPayments or SalesReceipts as a recovery.
            PERFORM GetOperatorId
            PERFORM GetBusinessDate
            PERFORM LoadOperatorTable
            PERFORM LoadWriteOffTable
            PERFORM LoadSalesInvTable
            PERFORM LoadChartTable
            PERFORM GetLastClosedMonth

            OPEN I-O InvoiceFile
            IF WS-Invoice-Status = "00"
                SET InvoiceFileOnHand TO TRUE
            END-IF
            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN OUTPUT RegisterFile
            OPEN EXTEND AuditFile
            OPEN EXTEND AccountHistFile
            MOVE WS-Business-Date TO RTL-Date
            MOVE WS-Register-Title-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Register-Column-Line TO ShowRegister
            WRITE ShowRegister

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ
            PERFORM ApplyWriteOffTrans UNTIL EndOfTransFile-WS

            IF WS-WriteOffs-Approved = ZERO
                MOVE WS-Register-None-Line TO ShowRegister
                WRITE ShowRegister
            ELSE
                PERFORM PrintRegisterTotals
            END-IF
            MOVE WS-Register-End-Line TO ShowRegister
            WRITE ShowRegister

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE RegisterFile
            CLOSE AuditFile
            CLOSE AccountHistFile
            IF InvoiceFileOnHand
                CLOSE InvoiceFile
            END-IF

            IF SalesInvChanged
                PERFORM StoreSalesInvTable
            END-IF
            PERFORM StoreWriteOffTable
            IF WS-Tuition-Written-Off > ZERO
               OR WS-Sales-Written-Off > ZERO
                PERFORM WriteJournalEntries
            END-IF
            PERFORM DisplayRunTotals
            STOP RUN.

       ApplyWriteOffTrans.
            EVALUATE TRUE
                WHEN KeyWriteOffTrans
                    PERFORM KeyOneWriteOff
                WHEN ApproveWriteOffTrans
                    PERFORM DecideOneWriteOff
                WHEN RejectWriteOffTrans
                    PERFORM DecideOneWriteOff
                WHEN OTHER
                    MOVE Invoice-W TO Except-Key
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * The keying operator must hold update level or better, and
      * the invoice must be open with something still unpaid.
       KeyOneWriteOff.
            MOVE Ledger-W TO Except-Type
            MOVE Invoice-W TO Except-Key
            PERFORM CheckReasonCode
            PERFORM LocateOperator
            MOVE "N" TO WS-Invoice-Found-Switch
            MOVE "N" TO WS-Invoice-Is-Open-Sw
            MOVE "N" TO WS-Dup-Pending-Switch
            IF Invoice-W NUMERIC
                MOVE Invoice-W TO WS-Invoice-Num
                MOVE Ledger-W TO WS-Look-Ledger
                PERFORM FetchInvoice
                PERFORM CheckWriteOffPending
            END-IF
            EVALUATE TRUE
                WHEN WS-Oper-Sub = ZERO
                    MOVE "OPERATOR MAY NOT KEY WRITE-OFFS"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OP-Level-Tbl(WS-Oper-Sub) < 2
                    MOVE "OPERATOR MAY NOT KEY WRITE-OFFS"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT TuitionLedger AND NOT SalesLedger
                    MOVE "LEDGER NOT T OR S" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Invoice-W NOT NUMERIC
                    MOVE "INVOICE NUMBER NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT InvoiceFound
                    MOVE "INVOICE NOT ON FILE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT InvoiceStillOpen
                    MOVE "INVOICE NOT OPEN" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT ReasonCodeIsValid
                    MOVE "INVALID REASON CODE - " TO Except-Detail
                    MOVE Reason-W TO Except-Detail(23:2)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WriteOffAlreadyPending
                    MOVE "WRITE-OFF ALREADY PENDING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    PERFORM AppendWriteOffRow
                    MOVE "WRITEOFF KEYED" TO AUD-Action-Tmp
                    PERFORM WriteWriteOffAuditRecord
                    ADD 1 TO WS-WriteOffs-Keyed
            END-EVALUATE.

       AppendWriteOffRow.
            SET WriteOffIdx TO WriteOffTableCount
            SET WriteOffIdx UP BY 1
            SET WriteOffTableCount TO WriteOffIdx
            SET WS-WriteOff-Sub TO WriteOffIdx
            MOVE WS-Next-WriteOff-No
                TO WO-Number-Tbl(WS-WriteOff-Sub)
            ADD 1 TO WS-Next-WriteOff-No
            MOVE Ledger-W       TO WO-Ledger-Tbl(WS-WriteOff-Sub)
            MOVE WS-Invoice-Num TO WO-Invoice-Tbl(WS-WriteOff-Sub)
            MOVE WS-Party-Id    TO WO-Party-Tbl(WS-WriteOff-Sub)
            MOVE Reason-W       TO WO-Reason-Tbl(WS-WriteOff-Sub)
            MOVE WS-Open-Amount TO WO-Amount-Tbl(WS-WriteOff-Sub)
            MOVE WS-Operator-Id TO WO-Keyed-By-Tbl(WS-WriteOff-Sub)
            MOVE WS-Business-Date
                TO WO-Keyed-Date-Tbl(WS-WriteOff-Sub)
            MOVE "P"            TO WO-Status-Tbl(WS-WriteOff-Sub)
            MOVE SPACES         TO WO-Decided-By-Tbl(WS-WriteOff-Sub)
            MOVE ZERO
                TO WO-Decided-Date-Tbl(WS-WriteOff-Sub).

      * Approve and reject alike need a supervisor who is not the
      * operator who keyed the write-off - nobody passes their own.
       DecideOneWriteOff.
            MOVE SPACE TO Except-Type
            MOVE WriteOffNo-W TO Except-Key
            PERFORM LocateWriteOffEntry
            PERFORM LocateOperator
            EVALUATE TRUE
                WHEN WS-WriteOff-Sub = ZERO
                    MOVE "WRITE-OFF NOT ON FILE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT WriteOffEntryPending(WS-WriteOff-Sub)
                    MOVE "WRITE-OFF NOT PENDING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Oper-Sub = ZERO
                    MOVE "APPROVER NOT A SUPERVISOR" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OP-Level-Tbl(WS-Oper-Sub) NOT = 3
                    MOVE "APPROVER NOT A SUPERVISOR" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Operator-Id =
                     WO-Keyed-By-Tbl(WS-WriteOff-Sub)
                    MOVE "APPROVER KEYED THIS WRITE-OFF"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN RejectWriteOffTrans
                    MOVE "R" TO WO-Status-Tbl(WS-WriteOff-Sub)
                    PERFORM StampDecision
                    PERFORM RefetchWriteOffInvoice
                    MOVE "WRITEOFF REJ" TO AUD-Action-Tmp
                    PERFORM WriteWriteOffAuditRecord
                    ADD 1 TO WS-WriteOffs-Rejected
                WHEN OTHER
                    PERFORM ApproveOneWriteOff
            END-EVALUATE.

      * The invoice must still be open - one paid off since the
      * write-off was keyed leaves it pending for a reject, not
      * forced through. What is written off is the balance unpaid
      * today, which may be less than when it was keyed.
       ApproveOneWriteOff.
            PERFORM RefetchWriteOffInvoice
            IF NOT InvoiceFound
               OR NOT InvoiceStillOpen
                MOVE "INVOICE NO LONGER OPEN - " TO Except-Detail
                MOVE WriteOffNo-W TO Except-Detail(26:6)
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                PERFORM CloseWrittenOffInvoice
                MOVE WS-Open-Amount TO WO-Amount-Tbl(WS-WriteOff-Sub)
                MOVE "A" TO WO-Status-Tbl(WS-WriteOff-Sub)
                PERFORM StampDecision
                MOVE "WRITEOFF APPR" TO AUD-Action-Tmp
                PERFORM WriteWriteOffAuditRecord
                PERFORM PrintRegisterDetail
                ADD 1 TO WS-WriteOffs-Approved
            END-IF.

       RefetchWriteOffInvoice.
            MOVE WO-Ledger-Tbl(WS-WriteOff-Sub)  TO WS-Look-Ledger
            MOVE WO-Invoice-Tbl(WS-WriteOff-Sub) TO WS-Invoice-Num
            PERFORM FetchInvoice.

      * A tuition write-off also credits the student's account
      * history, so the statement shows where the balance went.
       CloseWrittenOffInvoice.
            IF WS-Look-Ledger = "T"
                SET InvoiceWrittenOff TO TRUE
                REWRITE InvoiceRecord
                    INVALID KEY CONTINUE
                END-REWRITE
                ADD WS-Open-Amount TO WS-Tuition-Written-Off
                MOVE INV-StudentId    TO AH-StudentId
                MOVE WS-Business-Date TO AH-Date
                SET HistInvoiceCredit TO TRUE
                MOVE INV-Number       TO AH-Invoice
                MOVE WS-Open-Amount   TO AH-Amount
                MOVE "BAD DEBT"       TO AH-Source
                WRITE AccountHistoryRecord
            ELSE
                MOVE "W" TO SV-Status-Tbl(WS-Sales-Sub)
                SET SalesInvChanged TO TRUE
                ADD WS-Open-Amount TO WS-Sales-Written-Off
            END-IF.

       StampDecision.
            MOVE WS-Operator-Id
                TO WO-Decided-By-Tbl(WS-WriteOff-Sub)
            MOVE WS-Business-Date
                TO WO-Decided-Date-Tbl(WS-WriteOff-Sub).

      * Finds WS-Invoice-Num on the ledger in WS-Look-Ledger and
      * leaves its debtor, course and unpaid balance behind - a
      * tuition invoice by key, a sales invoice in the table.
       FetchInvoice.
            MOVE "N" TO WS-Invoice-Found-Switch
            MOVE "N" TO WS-Invoice-Is-Open-Sw
            MOVE ZERO TO WS-Party-Id
            MOVE ZERO TO WS-Open-Amount
            MOVE SPACES TO WS-Invoice-CourseCode
            MOVE ZERO TO WS-Sales-Sub
            EVALUATE TRUE
                WHEN WS-Look-Ledger = "T"
                     AND InvoiceFileOnHand
                    MOVE WS-Invoice-Num TO INV-Number
                    READ InvoiceFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            SET InvoiceFound TO TRUE
                            MOVE INV-StudentId TO WS-Party-Id
                            MOVE INV-CourseCode
                                TO WS-Invoice-CourseCode
                            COMPUTE WS-Open-Amount =
                                INV-Amount - INV-Paid-Amount
                            IF InvoiceOpen
                               AND WS-Open-Amount > ZERO
                                SET InvoiceStillOpen TO TRUE
                            END-IF
                    END-READ
                WHEN WS-Look-Ledger = "S"
                     AND SalesInvTableCount > ZERO
                    SET SalesIdx TO 1
                    SEARCH SalesInvEntry
                       AT END MOVE ZERO TO WS-Sales-Sub
                       WHEN SV-Number-Tbl(SalesIdx) = WS-Invoice-Num
                            SET WS-Sales-Sub TO SalesIdx
                    END-SEARCH
                    IF WS-Sales-Sub > ZERO
                        SET InvoiceFound TO TRUE
                        MOVE SV-Cus-Id-Tbl(WS-Sales-Sub)
                            TO WS-Party-Id
                        COMPUTE WS-Open-Amount =
                            SV-Amount-Tbl(WS-Sales-Sub)
                            - SV-Paid-Tbl(WS-Sales-Sub)
                        IF SalesInvEntryOpen(WS-Sales-Sub)
                           AND WS-Open-Amount > ZERO
                            SET InvoiceStillOpen TO TRUE
                        END-IF
                    END-IF
            END-EVALUATE.

       CheckReasonCode.
            MOVE "N" TO WS-Reason-Valid-Switch
            SET ReasonIdx TO 1
            SEARCH ReasonCodeEntry
               AT END MOVE "N" TO WS-Reason-Valid-Switch
               WHEN RC-Code(ReasonIdx) = Reason-W
                    SET ReasonCodeIsValid TO TRUE
            END-SEARCH.

      * One write-off at a time per invoice - a second is refused
      * until the first is approved or rejected.
       CheckWriteOffPending.
            MOVE "N" TO WS-Dup-Pending-Switch
            PERFORM VARYING WriteOffIdx FROM 1 BY 1
                    UNTIL WriteOffIdx > WriteOffTableCount
                IF WO-Ledger-Tbl(WriteOffIdx) = Ledger-W
                   AND WO-Invoice-Tbl(WriteOffIdx) = WS-Invoice-Num
                   AND WriteOffEntryPending(WriteOffIdx)
                    SET WriteOffAlreadyPending TO TRUE
                END-IF
            END-PERFORM.

       LocateWriteOffEntry.
            MOVE ZERO TO WS-WriteOff-Sub
            IF WriteOffNo-W NUMERIC
               AND WriteOffTableCount > ZERO
                SET WriteOffIdx TO 1
                SEARCH WriteOffEntry
                   AT END MOVE ZERO TO WS-WriteOff-Sub
                   WHEN WO-Number-Tbl(WriteOffIdx) = WriteOffNo-W
                        SET WS-WriteOff-Sub TO WriteOffIdx
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

       PrintRegisterDetail.
            MOVE WO-Number-Tbl(WS-WriteOff-Sub)  TO RDL-WriteOff-No
            MOVE WO-Ledger-Tbl(WS-WriteOff-Sub)  TO RDL-Ledger
            MOVE WO-Invoice-Tbl(WS-WriteOff-Sub) TO RDL-Invoice
            MOVE WO-Party-Tbl(WS-WriteOff-Sub)   TO RDL-Party
            MOVE WO-Reason-Tbl(WS-WriteOff-Sub)  TO RDL-Reason
            MOVE WO-Amount-Tbl(WS-WriteOff-Sub)  TO RDL-Amount
            MOVE WO-Keyed-By-Tbl(WS-WriteOff-Sub) TO RDL-Keyed-By
            MOVE WO-Decided-By-Tbl(WS-WriteOff-Sub)
                TO RDL-Approved-By
            MOVE WS-Register-Detail-Line TO ShowRegister
            WRITE ShowRegister.

       PrintRegisterTotals.
            MOVE SPACES TO ShowRegister
            WRITE ShowRegister
            MOVE "TUITION WRITTEN OFF   : " TO RTT-Label
            MOVE WS-Tuition-Written-Off TO RTT-Amount
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "SALES WRITTEN OFF     : " TO RTT-Label
            MOVE WS-Sales-Written-Off TO RTT-Amount
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister.

      * The images stay blank - no master record changes, so
      * AuditBackout passes these lines over. A sales write-off
      * carries no student, so the StudentId lands as zero.
       WriteWriteOffAuditRecord.
            MOVE "WRITEOFF  "       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            IF WS-Look-Ledger = "T"
                MOVE WS-Party-Id    TO AUD-StudentId
            ELSE
                MOVE ZERO           TO AUD-StudentId
            END-IF
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE WS-Invoice-CourseCode TO AUD-Before-CourseCode
            MOVE WS-Invoice-CourseCode TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * One balanced posting per ledger - bad-debt expense debit,
      * the ledger's receivable credit.
       WriteJournalEntries.
            OPEN EXTEND JournalFile
            IF WS-Tuition-Written-Off > ZERO
                MOVE "BADDEBT " TO GLJ-Account
                MOVE WS-Tuition-Written-Off TO GLJ-Debit
                MOVE ZERO TO GLJ-Credit
                MOVE WS-Business-Date TO GLJ-Date
                MOVE "WRITEOFF" TO GLJ-Source
                PERFORM PostJournalLine
                MOVE "STUDDEBT" TO GLJ-Account
                MOVE ZERO TO GLJ-Debit
                MOVE WS-Tuition-Written-Off TO GLJ-Credit
                MOVE WS-Business-Date TO GLJ-Date
                MOVE "WRITEOFF" TO GLJ-Source
                PERFORM PostJournalLine
            END-IF
            IF WS-Sales-Written-Off > ZERO
                MOVE "BADDEBT " TO GLJ-Account
                MOVE WS-Sales-Written-Off TO GLJ-Debit
                MOVE ZERO TO GLJ-Credit
                MOVE WS-Business-Date TO GLJ-Date
                MOVE "WRITEOFF" TO GLJ-Source
                PERFORM PostJournalLine
                MOVE "DEBTORS " TO GLJ-Account
                MOVE ZERO TO GLJ-Debit
                MOVE WS-Sales-Written-Off TO GLJ-Credit
                MOVE WS-Business-Date TO GLJ-Date
                MOVE "WRITEOFF" TO GLJ-Source
                PERFORM PostJournalLine
            END-IF
            CLOSE JournalFile.

      * Every journal line passes the chart and the period lock
      * before it writes - an account the chart does not know, a
      * closed account, or a date in a month already closed all
      * reject to EXCEPTS.DAT instead of surfacing at month end.
       PostJournalLine.
            MOVE "Y" TO WS-Jrnl-OK-Switch
            IF ChartTableCount > ZERO
                PERFORM LookUpChartAccount
                IF NOT ChartAccountKnown
                    MOVE "N" TO WS-Jrnl-OK-Switch
                    MOVE "JOURNAL ACCOUNT NOT ON CHART"
                        TO WS-Jrnl-Reject-Reason
                END-IF
            END-IF
            DIVIDE GLJ-Date BY 100 GIVING WS-GL-Entry-Month
            IF WS-GL-Last-Closed > ZERO
               AND WS-GL-Entry-Month <= WS-GL-Last-Closed
                MOVE "N" TO WS-Jrnl-OK-Switch
                MOVE "JOURNAL DATE IN CLOSED PERIOD"
                    TO WS-Jrnl-Reject-Reason
            END-IF
            IF JournalLineOK
                WRITE JournalRecord
            ELSE
                ADD 1 TO WS-Jrnl-Lines-Rejected
                PERFORM WriteJournalException
            END-IF.

       LookUpChartAccount.
            MOVE "N" TO WS-Chart-Found-Switch
            SET ChartIdx TO 1
            SEARCH ChartEntry
               AT END MOVE "N" TO WS-Chart-Found-Switch
               WHEN CA-Account-Tbl(ChartIdx) = GLJ-Account
                    AND CA-Status-Tbl(ChartIdx) NOT = "C"
                    SET ChartAccountKnown TO TRUE
            END-SEARCH.

       WriteJournalException.
            OPEN EXTEND CommonExceptFile
            MOVE "WRITEOFF  " TO EXC-Program
            MOVE GLJ-Account TO EXC-Key
            MOVE WS-Jrnl-Reject-Reason TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

      * No CHART.DAT (a "35" status) means the chart is not built
      * yet - lines pass unvalidated, as they always did.
       LoadChartTable.
            OPEN INPUT ChartFile
            IF WS-Chart-Status NOT = "00"
                SET EndOfChartFile TO TRUE
            ELSE
                READ ChartFile
                    AT END SET EndOfChartFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfChartFile
                SET ChartIdx TO ChartTableCount
                SET ChartIdx UP BY 1
                SET ChartTableCount TO ChartIdx
                MOVE COA-Account TO CA-Account-Tbl(ChartIdx)
                MOVE COA-Status  TO CA-Status-Tbl(ChartIdx)
                READ ChartFile
                    AT END SET EndOfChartFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Chart-Status NOT = "35"
                CLOSE ChartFile
            END-IF.

      * No GLCLOSE.DAT (a "35" status) means no month has closed.
       GetLastClosedMonth.
            MOVE ZERO TO WS-GL-Last-Closed
            OPEN INPUT CloseControlFile
            IF WS-Close-Status = "00"
                READ CloseControlFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE GLC-Last-Closed TO WS-GL-Last-Closed
                END-READ
                CLOSE CloseControlFile
            END-IF.

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

      * No WRITEOFF.DAT yet (a "35" status) just means no write-off
      * has ever been keyed - numbering starts at one.
       LoadWriteOffTable.
            OPEN INPUT WriteOffFile
            IF WS-WriteOff-Status NOT = "00"
                SET EndOfWriteOffFile TO TRUE
            ELSE
                READ WriteOffFile
                    AT END SET EndOfWriteOffFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfWriteOffFile
                SET WriteOffIdx TO WriteOffTableCount
                SET WriteOffIdx UP BY 1
                SET WriteOffTableCount TO WriteOffIdx
                MOVE WOF-Number     TO WO-Number-Tbl(WriteOffIdx)
                MOVE WOF-Ledger     TO WO-Ledger-Tbl(WriteOffIdx)
                MOVE WOF-Invoice    TO WO-Invoice-Tbl(WriteOffIdx)
                MOVE WOF-Party-Id   TO WO-Party-Tbl(WriteOffIdx)
                MOVE WOF-Reason     TO WO-Reason-Tbl(WriteOffIdx)
                MOVE WOF-Amount     TO WO-Amount-Tbl(WriteOffIdx)
                MOVE WOF-Keyed-By   TO WO-Keyed-By-Tbl(WriteOffIdx)
                MOVE WOF-Keyed-Date TO WO-Keyed-Date-Tbl(WriteOffIdx)
                MOVE WOF-Status     TO WO-Status-Tbl(WriteOffIdx)
                MOVE WOF-Decided-By TO WO-Decided-By-Tbl(WriteOffIdx)
                MOVE WOF-Decided-Date
                    TO WO-Decided-Date-Tbl(WriteOffIdx)
                IF WOF-Number >= WS-Next-WriteOff-No
                    COMPUTE WS-Next-WriteOff-No = WOF-Number + 1
                END-IF
                READ WriteOffFile
                    AT END SET EndOfWriteOffFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-WriteOff-Status NOT = "35"
                CLOSE WriteOffFile
            END-IF.

       StoreWriteOffTable.
            OPEN OUTPUT WriteOffFile
            PERFORM VARYING WriteOffIdx FROM 1 BY 1
                    UNTIL WriteOffIdx > WriteOffTableCount
                MOVE WO-Number-Tbl(WriteOffIdx)    TO WOF-Number
                MOVE WO-Ledger-Tbl(WriteOffIdx)    TO WOF-Ledger
                MOVE WO-Invoice-Tbl(WriteOffIdx)   TO WOF-Invoice
                MOVE WO-Party-Tbl(WriteOffIdx)     TO WOF-Party-Id
                MOVE WO-Reason-Tbl(WriteOffIdx)    TO WOF-Reason
                MOVE WO-Amount-Tbl(WriteOffIdx)    TO WOF-Amount
                MOVE WO-Keyed-By-Tbl(WriteOffIdx)  TO WOF-Keyed-By
                MOVE WO-Keyed-Date-Tbl(WriteOffIdx) TO WOF-Keyed-Date
                MOVE WO-Status-Tbl(WriteOffIdx)    TO WOF-Status
                MOVE WO-Decided-By-Tbl(WriteOffIdx) TO WOF-Decided-By
                MOVE WO-Decided-Date-Tbl(WriteOffIdx)
                                                   TO WOF-Decided-Date
                WRITE WriteOffRecord
            END-PERFORM
            CLOSE WriteOffFile.

      * No SALESINV.DAT yet (a "35" status) - no sales invoice to
      * write off, and every sales write-off rejects.
       LoadSalesInvTable.
            OPEN INPUT SalesInvoiceFile
            IF WS-SalesInv-Status NOT = "00"
                SET EndOfSalesInvFile TO TRUE
            ELSE
                SET SalesInvFileOnHand TO TRUE
                READ SalesInvoiceFile
                    AT END SET EndOfSalesInvFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSalesInvFile
                SET SalesIdx TO SalesInvTableCount
                SET SalesIdx UP BY 1
                SET SalesInvTableCount TO SalesIdx
                MOVE SIV-Number      TO SV-Number-Tbl(SalesIdx)
                MOVE SIV-Cus-Id      TO SV-Cus-Id-Tbl(SalesIdx)
                MOVE SIV-Date        TO SV-Date-Tbl(SalesIdx)
                MOVE SIV-Amount      TO SV-Amount-Tbl(SalesIdx)
                MOVE SIV-Paid-Amount TO SV-Paid-Tbl(SalesIdx)
                MOVE SIV-Status      TO SV-Status-Tbl(SalesIdx)
                READ SalesInvoiceFile
                    AT END SET EndOfSalesInvFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-SalesInv-Status NOT = "35"
                CLOSE SalesInvoiceFile
            END-IF.

       StoreSalesInvTable.
            IF SalesInvFileOnHand
                OPEN OUTPUT SalesInvoiceFile
                PERFORM VARYING SalesIdx FROM 1 BY 1
                        UNTIL SalesIdx > SalesInvTableCount
                    MOVE SV-Number-Tbl(SalesIdx)  TO SIV-Number
                    MOVE SV-Cus-Id-Tbl(SalesIdx)  TO SIV-Cus-Id
                    MOVE SV-Date-Tbl(SalesIdx)    TO SIV-Date
                    MOVE SV-Amount-Tbl(SalesIdx)  TO SIV-Amount
                    MOVE SV-Paid-Tbl(SalesIdx)    TO SIV-Paid-Amount
                    MOVE SV-Status-Tbl(SalesIdx)  TO SIV-Status
                    WRITE SalesInvoiceRecord
                END-PERFORM
                CLOSE SalesInvoiceFile
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
            MOVE WS-Tuition-Written-Off TO WS-Tuition-WO-Edit
            MOVE WS-Sales-Written-Off TO WS-Sales-WO-Edit
            DISPLAY "DebtWriteOff - Control Report"
            DISPLAY "Write-offs keyed     : " WS-WriteOffs-Keyed
            DISPLAY "Write-offs approved  : " WS-WriteOffs-Approved
            DISPLAY "Write-offs rejected  : " WS-WriteOffs-Rejected
            DISPLAY "Transactions rejected: " WS-Trans-Rejected
            DISPLAY "Journal lines reject : " WS-Jrnl-Lines-Rejected
            DISPLAY "Tuition written off  : " WS-Tuition-WO-Edit
            DISPLAY "Sales written off    : " WS-Sales-WO-Edit.

       END PROGRAM DebtWriteOff.
