      * with the pennies in the last two columns.
           SELECT ReceiptsFile ASSIGN "SRCPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Receipts-Status.

           SELECT ExceptionFile ASSIGN "SRCPEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
       01  WS-Jrnl-Reject-Reason   PIC X(40)   VALUE SPACES.
       01  WS-Jrnl-Lines-Rejected  PIC 9(5)    VALUE ZERO.
       01  WS-SalesInv-Status      PIC XX      VALUE SPACES.
       01  WS-Receipts-Status      PIC XX      VALUE SPACES.

      * The SRCPTS.DAT control trailer, when the producing side has
      * written one - proved against a fresh count before anything
      * posts.
       COPY CTLTRAIL.
       01  WS-Ctl-Actual-Count     PIC 9(7)    VALUE ZERO.
       01  WS-Ctl-Actual-Hash      PIC 9(12)   VALUE ZERO.
       01  WS-Ctl-Key-Num          PIC 9(5)    VALUE ZERO.
       01  WS-Ctl-Found-Switch     PIC X       VALUE "N".
           88 ControlTrailerFound              VALUE "Y".
       01  WS-Ctl-Bad-Switch       PIC X       VALUE "N".
           88 ControlTrailerBad                VALUE "Y".
       01  WS-CtlVfy-EOF-Switch    PIC X       VALUE "N".
           88 EndOfVerifyPass                  VALUE "Y".

       01  WS-Rcpt-EOF-Switch      PIC X       VALUE "N".
           88 EndOfReceiptsFile                VALUE "Y".
               03 SV-Paid-Tbl      PIC 9(7)V99.
               03 SV-Status-Tbl    PIC X.
                   88 SalesInvEntryOpen    VALUE "O".
                   88 SalesInvEntryWrittenOff VALUE "W".

       01  WS-Invoice-Sub          PIC 9(4)    COMP VALUE ZERO.

       01  WS-Invoice-Open-Amt     PIC 9(7)V99 VALUE ZERO.
       01  WS-Today-Num            PIC 9(8)    VALUE ZERO.

      * What is still unpaid on the customer's written-off invoices -
      * a receipt beyond the open invoices recovers it before it
      * counts as an overpayment.
       01  WS-Recoverable          PIC 9(7)V99 VALUE ZERO.
       01  WS-Receivable           PIC 9(7)V99 VALUE ZERO.
       01  WS-Recovered-Amt        PIC 9(7)V99 VALUE ZERO.
       01  WS-Recoveries           PIC 9(5)    VALUE ZERO.
       01  WS-Debtors-Posted       PIC 9(7)V99 VALUE ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Recovered,
                               MONEY-EDIT  BY WS-Total-Recovered-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Run-Totals.
           02 WS-Receipts-Read     PIC 9(5)    VALUE ZERO.
           02 WS-Receipts-Posted   PIC 9(5)    VALUE ZERO.
      * payments run - receipts posted against open invoices oldest
      * first, with unknown customer, receipt with no open invoice,
      * and overpayment all routed to the exception report, and the
      * run's cash journaled so JournalProof balances. A receipt
      * against a written-off invoice posts as a bad-debt recovery.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM VerifyReceiptsTrailer
            PERFORM LoadInvoiceTable
            PERFORM LoadChartTable
            PERFORM GetLastClosedMonth
            OPEN INPUT ReceiptsFile
            OPEN OUTPUT ExceptionFile

            IF WS-Receipts-Status NOT = "00"
                SET EndOfReceiptsFile TO TRUE
            ELSE
                READ ReceiptsFile
                   AT END SET EndOfReceiptsFile TO TRUE
                END-READ
            END-IF
            PERFORM PostOneReceipt UNTIL EndOfReceiptsFile

            IF WS-Receipts-Status NOT = "35"
                CLOSE ReceiptsFile
            END-IF
            CLOSE ExceptionFile

            PERFORM StoreInvoiceTable
            END-IF

            MOVE WS-Total-Posted TO WS-Total-Posted-Edit
            MOVE WS-Total-Recovered TO WS-Total-Recovered-Edit
            DISPLAY "SalesReceipts - Control Report"
            DISPLAY "Receipts read    : " WS-Receipts-Read
            DISPLAY "Receipts posted  : " WS-Receipts-Posted
            DISPLAY "Receipts rejected: " WS-Receipts-Rejected
            DISPLAY "Bad debt recovery: " WS-Recoveries
            DISPLAY "Amount posted    : " WS-Total-Posted-Edit
            DISPLAY "Amount recovered : " WS-Total-Recovered-Edit
            STOP RUN.

      * The trailer record is control, not a receipt.
       PostOneReceipt.
            MOVE ReceiptRecord TO ControlTrailer
            IF ControlTrailerTag
                READ ReceiptsFile
                     AT END SET EndOfReceiptsFile TO TRUE
                END-READ
            ELSE
                PERFORM PostOneReceiptLine
            END-IF.

       PostOneReceiptLine.
            ADD 1 TO WS-Receipts-Read
            EVALUATE TRUE
                WHEN RCP-Cus-Id NOT NUMERIC

       CheckAndApplyReceipt.
            PERFORM SumCustomerOutstanding
            COMPUTE WS-Receivable = WS-Outstanding + WS-Recoverable
            EVALUATE TRUE
                WHEN WS-Receivable = ZERO
                    MOVE RCP-Cus-Id TO Except-CusId
                    MOVE "NO OPEN INVOICE FOR RECEIPT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Receipts-Rejected
                WHEN WS-Rcpt-Amount > WS-Receivable
                    MOVE RCP-Cus-Id TO Except-CusId
                    MOVE "OVERPAYMENT - EXCEEDS BALANCE"
                        TO Except-Detail
                    ADD 1 TO WS-Receipts-Rejected
                WHEN OTHER
                    PERFORM ApplyReceiptOldestFirst
                    IF WS-Amount-Left > ZERO
                        PERFORM RecoverWrittenOffDebt
                    END-IF
                    ADD 1 TO WS-Receipts-Posted
                    ADD WS-Rcpt-Amount TO WS-Total-Posted
            END-EVALUATE.

       SumCustomerOutstanding.
            MOVE ZERO TO WS-Outstanding
            MOVE ZERO TO WS-Recoverable
            PERFORM VARYING WS-Invoice-Sub FROM 1 BY 1
                    UNTIL WS-Invoice-Sub > InvoiceTableCount
                IF SV-Cus-Id-Tbl(WS-Invoice-Sub) = RCP-Cus-Id
                        + SV-Amount-Tbl(WS-Invoice-Sub)
                        - SV-Paid-Tbl(WS-Invoice-Sub)
                END-IF
                IF SV-Cus-Id-Tbl(WS-Invoice-Sub) = RCP-Cus-Id
                   AND SalesInvEntryWrittenOff(WS-Invoice-Sub)
                    COMPUTE WS-Recoverable = WS-Recoverable
                        + SV-Amount-Tbl(WS-Invoice-Sub)
                        - SV-Paid-Tbl(WS-Invoice-Sub)
                END-IF
            END-PERFORM.

       ApplyReceiptOldestFirst.
                MOVE ZERO TO WS-Amount-Left
            END-IF.

      * What is left after the open invoices goes to the written-
      * off ones oldest first, each taking what is still unpaid on
      * it; the invoice stays written off.
       RecoverWrittenOffDebt.
            PERFORM VARYING WS-Invoice-Sub FROM 1 BY 1
                    UNTIL WS-Invoice-Sub > InvoiceTableCount
                    OR WS-Amount-Left = ZERO
                IF SV-Cus-Id-Tbl(WS-Invoice-Sub) = RCP-Cus-Id
                   AND SalesInvEntryWrittenOff(WS-Invoice-Sub)
                   AND SV-Paid-Tbl(WS-Invoice-Sub) <
                       SV-Amount-Tbl(WS-Invoice-Sub)
                    PERFORM RecoverOneInvoice
                END-IF
            END-PERFORM.

       RecoverOneInvoice.
            COMPUTE WS-Invoice-Open-Amt =
                SV-Amount-Tbl(WS-Invoice-Sub)
                - SV-Paid-Tbl(WS-Invoice-Sub)
            IF WS-Amount-Left >= WS-Invoice-Open-Amt
                MOVE WS-Invoice-Open-Amt TO WS-Recovered-Amt
            ELSE
                MOVE WS-Amount-Left TO WS-Recovered-Amt
            END-IF
            ADD WS-Recovered-Amt TO SV-Paid-Tbl(WS-Invoice-Sub)
            SUBTRACT WS-Recovered-Amt FROM WS-Amount-Left
            ADD 1 TO WS-Recoveries
            ADD WS-Recovered-Amt TO WS-Total-Recovered.

      * One balanced posting per run - cash in, sales debtors down,
      * and any money recovered on written-off invoices credited to
      * bad-debt recovery rather than the debtors it already left.
       WriteJournalEntries.
            COMPUTE WS-Debtors-Posted =
                WS-Total-Posted - WS-Total-Recovered
            OPEN EXTEND JournalFile
            MOVE "CASH    " TO GLJ-Account
            MOVE WS-Total-Posted TO GLJ-Debit
            MOVE WS-Today-Num TO GLJ-Date
            MOVE "SALESRCPT " TO GLJ-Source
            PERFORM PostJournalLine
            IF WS-Debtors-Posted > ZERO
                MOVE "DEBTORS " TO GLJ-Account
                MOVE ZERO TO GLJ-Debit
                MOVE WS-Debtors-Posted TO GLJ-Credit
                MOVE WS-Today-Num TO GLJ-Date
                MOVE "SALESRCPT " TO GLJ-Source
                PERFORM PostJournalLine
            END-IF
            IF WS-Total-Recovered > ZERO
                MOVE "BDRECOV " TO GLJ-Account
                MOVE ZERO TO GLJ-Debit
                MOVE WS-Total-Recovered TO GLJ-Credit
                MOVE WS-Today-Num TO GLJ-Date
                MOVE "SALESRCPT " TO GLJ-Source
                PERFORM PostJournalLine
            END-IF
            CLOSE JournalFile.

      * No SALESINV.DAT yet (a "35" status) just means invoicing
                CLOSE CloseControlFile
            END-IF.

      * The handoff is proved whole before anything posts - the
      * trailer's count and customer hash against a fresh pass of
      * the file. A mismatch stops the step and lands on
      * EXCEPTS.DAT; no trailer at all is a keyed file, warned on
      * the console and allowed through.
       VerifyReceiptsTrailer.
            MOVE "N" TO WS-CtlVfy-EOF-Switch
            OPEN INPUT ReceiptsFile
            IF WS-Receipts-Status NOT = "00"
                SET EndOfVerifyPass TO TRUE
            ELSE
                READ ReceiptsFile
                    AT END SET EndOfVerifyPass TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfVerifyPass
                MOVE ReceiptRecord TO ControlTrailer
                IF ControlTrailerTag
                    SET ControlTrailerFound TO TRUE
                    IF CTL-Record-Count NOT = WS-Ctl-Actual-Count
                       OR CTL-Hash-Total NOT = WS-Ctl-Actual-Hash
                        SET ControlTrailerBad TO TRUE
                    END-IF
                ELSE
                    ADD 1 TO WS-Ctl-Actual-Count
                    IF RCP-Cus-Id NUMERIC
                        MOVE RCP-Cus-Id TO WS-Ctl-Key-Num
                        ADD WS-Ctl-Key-Num TO WS-Ctl-Actual-Hash
                    END-IF
                END-IF
                READ ReceiptsFile
                    AT END SET EndOfVerifyPass TO TRUE
                END-READ
            END-PERFORM
            IF WS-Receipts-Status NOT = "35"
                CLOSE ReceiptsFile
            END-IF
            IF ControlTrailerBad
                DISPLAY "SalesReceipts - SRCPTS.DAT CONTROL "
                    "TRAILER DOES NOT BALANCE - RUN ABORTED"
                PERFORM WriteTrailerException
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT ControlTrailerFound
                DISPLAY "SalesReceipts - NO CONTROL TRAILER ON "
                    "SRCPTS.DAT - KEYED FILE ASSUMED"
            END-IF.

       WriteTrailerException.
            OPEN EXTEND CommonExceptFile
            MOVE "SALESRCPTS" TO EXC-Program
            MOVE "SRCPTS    " TO EXC-Key
            MOVE "CONTROL TRAILER MISMATCH ON HANDOFF"
                TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

       END PROGRAM SalesReceipts.
