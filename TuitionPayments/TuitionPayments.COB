                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Credit-Status.

      * The sponsor invoices TuitionBilling raises - one sponsor
      * cheque spreads across them by the sponsor alternate key,
      * and SPONPAY.PRT lists where each cheque went.
           SELECT SponsorInvoiceFile ASSIGN "SPONINV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SIV-Number
                  ALTERNATE RECORD KEY IS SIV-Sponsor-Id
                      WITH DUPLICATES
                  FILE STATUS IS WS-SponInv-Status.

           SELECT SponsorPayFile ASSIGN "SPONPAY.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Every student payment posted is kept on the account history
      * for the statement of account - the invoices only carry the
      * running paid-to-date.
           SELECT AccountHistFile ASSIGN "ACCTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Money recovered on a written-off invoice is journaled back
      * off the bad debt, and every sponsor cheque banked is
      * journaled to CASH off the sponsor debtors.
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

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY INVOICE.

      * One payment per record - the amount keyed as seven digits
      * with the pennies in the last two columns. A sponsor id
      * makes the line a sponsor's cheque: with the student left
      * blank it pays the sponsor's open invoices oldest first,
      * with a student keyed it pays only that student's.
       FD  PaymentsFile.
       01  PaymentRecord.
           02 PAY-StudentId        PIC X(7).
           02 PAY-Amount           PIC X(7).
           02 PAY-Date             PIC X(8).
           02 PAY-Sponsor-Id       PIC X(5).

      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       FD  CreditFile.
           COPY CREDITS.

       FD  SponsorInvoiceFile.
           COPY SPONINV.

       FD  SponsorPayFile.
       01  ShowSponsorPay           PIC X(80).

       FD  AccountHistFile.
           COPY ACCTHIST.

       FD  JournalFile.
           COPY GLJRNL.

       FD  ChartFile.
           COPY CHARTACC.

       FD  CloseControlFile.
       01  CloseControlRecord.
           02 GLC-Last-Closed      PIC 9(6).

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
       01  WS-Today-Num            PIC 9(8)    VALUE ZERO.

      * What is still unpaid on the student's written-off invoices -
      * money beyond the open invoices recovers it before anything
      * lands on the credit balance.
       01  WS-Recoverable          PIC 9(7)V99 VALUE ZERO.
       01  WS-Recovered-Amt        PIC 9(5)V99 VALUE ZERO.
       01  WS-Recoveries           PIC 9(5)    VALUE ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Recovered,
                               MONEY-EDIT  BY WS-Total-Recovered-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Payments-Status      PIC XX      VALUE SPACES.

      * The PAYMENTS.DAT control trailer, when the keying side has
       01  WS-Amount-Left          PIC 9(7)V99 VALUE ZERO.
       01  WS-Invoice-Open-Amt     PIC 9(5)V99 VALUE ZERO.

       01  WS-SponInv-Status       PIC XX      VALUE SPACES.
       01  WS-SponInv-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSponsorInvWalk              VALUE "Y".
       01  WS-SponInv-File-Sw      PIC X       VALUE "N".
           88 SponsorInvFileOnHand             VALUE "Y".
       01  WS-Sponsor-Id-Num       PIC 9(5)    VALUE ZERO.
       01  WS-Cheque-Applied       PIC 9(7)V99 VALUE ZERO.
       01  WS-Sponsor-Items-Paid   PIC 9(5)    VALUE ZERO.

       01  WS-SponPay-Title-Line   PIC X(80)   VALUE
           "SPONSOR CHEQUE ALLOCATION".

       01  WS-SponPay-Column-Line  PIC X(80)   VALUE
           "SPONSOR INVOICE STUD-ID CRSE    APPLIED    BALANCE".

       01  WS-SponPay-Detail-Line.
           02 SP-Sponsor-Id        PIC 9(5).
           02 FILLER               PIC X(3)    VALUE SPACES.
           02 SP-Invoice           PIC 9(6).
           02 FILLER               PIC X       VALUE SPACE.
           02 SP-StudentId         PIC 9(7).
           02 FILLER               PIC X       VALUE SPACE.
           02 SP-CourseCode        PIC X(4).
           02 FILLER               PIC X       VALUE SPACE.
           02 SP-Applied           PIC ZZ,ZZ9.99.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 SP-Balance           PIC ZZ,ZZ9.99.
           02 FILLER               PIC X(32)   VALUE SPACES.

       01  WS-SponPay-Cheque-Line.
           02 FILLER               PIC X(8)    VALUE "CHEQUE  ".
           02 SC-Sponsor-Id        PIC 9(5).
           02 FILLER               PIC X(10)   VALUE "  DATED   ".
           02 SC-Date              PIC X(8).
           02 FILLER               PIC X(11)   VALUE "  AMOUNT   ".
           02 SC-Amount            PIC ZZ,ZZ9.99.
           02 FILLER               PIC X(12)   VALUE "  APPLIED   ".
           02 SC-Applied           PIC ZZ,ZZ9.99.
           02 FILLER               PIC X(8)    VALUE SPACES.

       01  WS-Blank-Line           PIC X(80)   VALUE SPACES.

       01  WS-Run-Totals.
           02 WS-Payments-Read     PIC 9(5)    VALUE ZERO.
           02 WS-Payments-Posted   PIC 9(5)    VALUE ZERO.
           02 WS-Payments-Rejected PIC 9(5)    VALUE ZERO.
           02 WS-Sponsor-Cheques   PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Posted,
                               MONEY-EDIT  BY WS-Total-Posted-Edit,
      * open invoices oldest first, with unknown student, payment
      * with no open invoice, and overpayment all routed to the
      * exception report instead of silently absorbed or dropped.
      * A sponsor's cheque posts across the sponsor's own invoices
      * the same oldest-first way, listed on SPONPAY.PRT. Money
      * reaching a student whose only debt was written off posts as
      * a bad-debt recovery, journaled back off the bad debt. Each
      * sponsor cheque is journaled to CASH as it posts - BankRecon
      * takes the lodgement from that line.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM VerifyPaymentsTrailer
            PERFORM LoadPlanTable
            PERFORM LoadCreditTable
            PERFORM LoadChartTable
            PERFORM GetLastClosedMonth

            PERFORM OpenInvoiceFile
            OPEN INPUT StudentFile
            OPEN INPUT PaymentsFile
            OPEN OUTPUT ExceptionFile
            PERFORM OpenSponsorInvoiceFile
            OPEN OUTPUT SponsorPayFile
            OPEN EXTEND AccountHistFile
            MOVE WS-SponPay-Title-Line TO ShowSponsorPay
            WRITE ShowSponsorPay
            MOVE WS-SponPay-Column-Line TO ShowSponsorPay
            WRITE ShowSponsorPay

            READ PaymentsFile
               AT END SET EndOfPaymentsFile TO TRUE
            CLOSE StudentFile
            CLOSE PaymentsFile
            CLOSE ExceptionFile
            CLOSE SponsorPayFile
            CLOSE AccountHistFile
            IF SponsorInvFileOnHand
                CLOSE SponsorInvoiceFile
            END-IF

            IF InvoiceFileOnHand
                CLOSE InvoiceFile
            END-IF
            PERFORM StorePlanTable
            PERFORM StoreCreditTable
            IF WS-Total-Recovered > ZERO
                PERFORM WriteJournalEntries
            END-IF

            MOVE WS-Total-Posted TO WS-Total-Posted-Edit
            MOVE WS-Total-Credited TO WS-Total-Credited-Edit
            MOVE WS-Total-Recovered TO WS-Total-Recovered-Edit
            DISPLAY "TuitionPayments - Control Report"
            DISPLAY "Payments read    : " WS-Payments-Read
            DISPLAY "Payments posted  : " WS-Payments-Posted
            DISPLAY "Payments rejected: " WS-Payments-Rejected
            DISPLAY "Sponsor cheques  : " WS-Sponsor-Cheques
            DISPLAY "Sponsor inv paid : " WS-Sponsor-Items-Paid
            DISPLAY "Installments met : " WS-Installs-Met
            DISPLAY "Credits posted   : " WS-Credits-Posted
            DISPLAY "Bad debt recovery: " WS-Recoveries
            DISPLAY "Journal rejected : " WS-Jrnl-Lines-Rejected
            DISPLAY "Amount posted    : " WS-Total-Posted-Edit
            DISPLAY "Amount to credit : " WS-Total-Credited-Edit
            DISPLAY "Amount recovered : " WS-Total-Recovered-Edit
            STOP RUN.

      * The trailer record is control, not a payment.
       PostOnePaymentLine.
            ADD 1 TO WS-Payments-Read
            EVALUATE TRUE
                WHEN PAY-Sponsor-Id NOT = SPACES
                    PERFORM PostSponsorPayment
                WHEN PAY-StudentId NOT NUMERIC
                    MOVE PAY-StudentId TO Except-StudentID
                    MOVE "STUDENTID NOT NUMERIC" TO Except-Detail
                    PERFORM SumStudentOutstanding
                    EVALUATE TRUE
      * Money with no open invoice, or beyond the open invoices,
      * first recovers any written-off debt and then carries on the
      * student's credit balance - RefundRun pays it back, the
      * exception report no longer swallows it.
                        WHEN WS-Outstanding = ZERO
                            MOVE WS-Pay-Amount TO WS-Amount-Left
                            PERFORM RecoverWrittenOffDebt
                            PERFORM PostPaymentRemainder
                            ADD 1 TO WS-Payments-Posted
                            ADD WS-Pay-Amount TO WS-Total-Posted
                        WHEN WS-Pay-Amount > WS-Outstanding
                            PERFORM ApplyPaymentOldestFirst
                            PERFORM MarkInstallmentsMet
                            COMPUTE WS-Amount-Left =
                                WS-Pay-Amount - WS-Outstanding
                            PERFORM RecoverWrittenOffDebt
                            PERFORM PostPaymentRemainder
                            ADD 1 TO WS-Payments-Posted
                            ADD WS-Pay-Amount TO WS-Total-Posted
                        WHEN OTHER
                            ADD 1 TO WS-Payments-Posted
                            ADD WS-Pay-Amount TO WS-Total-Posted
                    END-EVALUATE
                    PERFORM WritePaymentHistory
            END-READ.

      * The whole payment as keyed, on the date it was received -
      * the run date stands in for a date keyed badly or not at all.
       WritePaymentHistory.
            MOVE PAY-StudentId TO AH-StudentId
            IF PAY-Date NUMERIC
                MOVE PAY-Date TO AH-Date
            ELSE
                ACCEPT AH-Date FROM DATE YYYYMMDD
            END-IF
            SET HistPayment TO TRUE
            MOVE ZERO TO AH-Invoice
            MOVE WS-Pay-Amount TO AH-Amount
            MOVE "PAYMENT" TO AH-Source
            WRITE AccountHistoryRecord.

       SumStudentOutstanding.
            MOVE ZERO TO WS-Outstanding
            MOVE ZERO TO WS-Recoverable
            IF InvoiceFileOnHand
                PERFORM StartStudentInvoiceWalk
                PERFORM UNTIL EndOfInvoiceWalk
                        COMPUTE WS-Outstanding = WS-Outstanding
                            + INV-Amount - INV-Paid-Amount
                    END-IF
                    IF InvoiceWrittenOff
                        COMPUTE WS-Recoverable = WS-Recoverable
                            + INV-Amount - INV-Paid-Amount
                    END-IF
                    PERFORM ReadNextStudentInvoice
                END-PERFORM
            END-IF.
                INVALID KEY CONTINUE
            END-REWRITE.

      * The money left over goes to the written-off invoices oldest
      * first, each taking what is still unpaid on it. The payment
      * history already credits the whole payment, so each recovery
      * puts its part back on the account as a D history record.
       RecoverWrittenOffDebt.
            IF WS-Recoverable > ZERO
               AND WS-Amount-Left > ZERO
                PERFORM StartStudentInvoiceWalk
                PERFORM UNTIL EndOfInvoiceWalk
                        OR WS-Amount-Left = ZERO
                    IF InvoiceWrittenOff
                       AND INV-Paid-Amount < INV-Amount
                        PERFORM RecoverOneInvoice
                    END-IF
                    PERFORM ReadNextStudentInvoice
                END-PERFORM
            END-IF.

       RecoverOneInvoice.
            COMPUTE WS-Invoice-Open-Amt =
                INV-Amount - INV-Paid-Amount
            IF WS-Amount-Left >= WS-Invoice-Open-Amt
                MOVE WS-Invoice-Open-Amt TO WS-Recovered-Amt
            ELSE
                MOVE WS-Amount-Left TO WS-Recovered-Amt
            END-IF
            ADD WS-Recovered-Amt TO INV-Paid-Amount
            SUBTRACT WS-Recovered-Amt FROM WS-Amount-Left
            REWRITE InvoiceRecord
                INVALID KEY CONTINUE
            END-REWRITE
            ADD 1 TO WS-Recoveries
            ADD WS-Recovered-Amt TO WS-Total-Recovered
            MOVE INV-StudentId TO AH-StudentId
            IF PAY-Date NUMERIC
                MOVE PAY-Date TO AH-Date
            ELSE
                MOVE WS-Today-Num TO AH-Date
            END-IF
            SET HistDebtRecovered TO TRUE
            MOVE INV-Number TO AH-Invoice
            MOVE WS-Recovered-Amt TO AH-Amount
            MOVE "RECOVERY" TO AH-Source
            WRITE AccountHistoryRecord.

       PostPaymentRemainder.
            IF WS-Amount-Left > ZERO
                MOVE WS-Amount-Left TO WS-Credit-Amount
                PERFORM PostCreditBalance
            END-IF.

      * Recovered money puts the debt back on the student debtors
      * and takes it off the bad debt, as a recovery.
       WriteJournalEntries.
            OPEN EXTEND JournalFile
            MOVE "STUDDEBT" TO GLJ-Account
            MOVE WS-Total-Recovered TO GLJ-Debit
            MOVE ZERO TO GLJ-Credit
            MOVE WS-Today-Num TO GLJ-Date
            MOVE "RECOVERY" TO GLJ-Source
            PERFORM PostJournalLine
            MOVE "BDRECOV " TO GLJ-Account
            MOVE ZERO TO GLJ-Debit
            MOVE WS-Total-Recovered TO GLJ-Credit
            MOVE WS-Today-Num TO GLJ-Date
            MOVE "RECOVERY" TO GLJ-Source
            PERFORM PostJournalLine
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
            MOVE "TUITPAYMNT" TO EXC-Program
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

      * Positions the alternate key at the student's first invoice;
      * the walk ends at the first record keyed to somebody else.
       StartStudentInvoiceWalk.
                    END-IF
            END-READ.

       PostSponsorPayment.
            EVALUATE TRUE
                WHEN PAY-Sponsor-Id NOT NUMERIC
                    MOVE PAY-Sponsor-Id TO Except-StudentID
                    MOVE "SPONSOR ID NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Payments-Rejected
                WHEN PAY-StudentId NOT = SPACES
                     AND PAY-StudentId NOT NUMERIC
                    MOVE PAY-StudentId TO Except-StudentID
                    MOVE "STUDENTID NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Payments-Rejected
                WHEN PAY-Amount NOT NUMERIC
                    MOVE PAY-Sponsor-Id TO Except-StudentID
                    MOVE "PAYMENT AMOUNT NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Payments-Rejected
                WHEN NOT SponsorInvFileOnHand
                    MOVE PAY-Sponsor-Id TO Except-StudentID
                    MOVE "NO SPONSOR INVOICES ON FILE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Payments-Rejected
                WHEN OTHER
                    MOVE PAY-Amount TO WS-Pay-Amount-X
                    PERFORM ApplySponsorCheque
            END-EVALUATE.

      * The sponsor alternate-key walk is oldest-first, the same as
      * the student walk. A cheque that finds nothing open rejects;
      * one that leaves money over posts what it can and reports
      * the remainder - a sponsor's overpayment is the office's to
      * return, not a student's credit balance.
       ApplySponsorCheque.
            MOVE PAY-Sponsor-Id TO WS-Sponsor-Id-Num
            MOVE WS-Pay-Amount TO WS-Amount-Left
            MOVE "N" TO WS-SponInv-EOF-Switch
            MOVE WS-Sponsor-Id-Num TO SIV-Sponsor-Id
            START SponsorInvoiceFile
                KEY IS NOT LESS THAN SIV-Sponsor-Id
                INVALID KEY SET EndOfSponsorInvWalk TO TRUE
            END-START
            PERFORM UNTIL EndOfSponsorInvWalk
                    OR WS-Amount-Left = ZERO
                READ SponsorInvoiceFile NEXT RECORD
                    AT END SET EndOfSponsorInvWalk TO TRUE
                    NOT AT END
                        IF SIV-Sponsor-Id NOT = WS-Sponsor-Id-Num
                            SET EndOfSponsorInvWalk TO TRUE
                        ELSE
                            IF SponsorInvoiceOpen
                               AND (PAY-StudentId = SPACES
                                    OR SIV-StudentId = PAY-StudentId)
                                PERFORM ApplyToOneSponsorInvoice
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            COMPUTE WS-Cheque-Applied = WS-Pay-Amount - WS-Amount-Left
            IF WS-Cheque-Applied = ZERO
                MOVE PAY-Sponsor-Id TO Except-StudentID
                MOVE "NO OPEN SPONSOR INVOICE FOR CHEQUE"
                    TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Payments-Rejected
            ELSE
                MOVE PAY-Sponsor-Id   TO SC-Sponsor-Id
                MOVE PAY-Date         TO SC-Date
                MOVE WS-Pay-Amount    TO SC-Amount
                MOVE WS-Cheque-Applied TO SC-Applied
                MOVE WS-SponPay-Cheque-Line TO ShowSponsorPay
                WRITE ShowSponsorPay
                MOVE WS-Blank-Line TO ShowSponsorPay
                WRITE ShowSponsorPay
                IF WS-Amount-Left > ZERO
                    MOVE PAY-Sponsor-Id TO Except-StudentID
                    MOVE "SPONSOR CHEQUE NOT FULLY APPLIED"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                END-IF
                ADD 1 TO WS-Payments-Posted
                ADD 1 TO WS-Sponsor-Cheques
                ADD WS-Cheque-Applied TO WS-Total-Posted
                PERFORM WriteSponsorJournal
            END-IF.

      * The whole cheque is banked, so the whole cheque goes to
      * CASH and off the sponsor debtors - any part it could not
      * apply sits there as a credit until the office returns it.
       WriteSponsorJournal.
            OPEN EXTEND JournalFile
            MOVE "CASH    " TO GLJ-Account
            MOVE WS-Pay-Amount TO GLJ-Debit
            MOVE ZERO TO GLJ-Credit
            MOVE WS-Today-Num TO GLJ-Date
            MOVE "SPONPAYMNT" TO GLJ-Source
            PERFORM PostJournalLine
            MOVE "SPONDEBT" TO GLJ-Account
            MOVE ZERO TO GLJ-Debit
            MOVE WS-Pay-Amount TO GLJ-Credit
            MOVE WS-Today-Num TO GLJ-Date
            MOVE "SPONPAYMNT" TO GLJ-Source
            PERFORM PostJournalLine
            CLOSE JournalFile.

       ApplyToOneSponsorInvoice.
            COMPUTE WS-Invoice-Open-Amt =
                SIV-Amount - SIV-Paid-Amount
            IF WS-Amount-Left >= WS-Invoice-Open-Amt
                ADD WS-Invoice-Open-Amt TO SIV-Paid-Amount
                SUBTRACT WS-Invoice-Open-Amt FROM WS-Amount-Left
                MOVE WS-Invoice-Open-Amt TO SP-Applied
                SET SponsorInvoicePaid TO TRUE
                ADD 1 TO WS-Sponsor-Items-Paid
            ELSE
                ADD WS-Amount-Left TO SIV-Paid-Amount
                MOVE WS-Amount-Left TO SP-Applied
                MOVE ZERO TO WS-Amount-Left
            END-IF
            REWRITE SponsorInvoiceRecord
                INVALID KEY CONTINUE
            END-REWRITE
            MOVE SIV-Sponsor-Id TO SP-Sponsor-Id
            MOVE SIV-Number     TO SP-Invoice
            MOVE SIV-StudentId  TO SP-StudentId
            MOVE SIV-CourseCode TO SP-CourseCode
            COMPUTE WS-Invoice-Open-Amt =
                SIV-Amount - SIV-Paid-Amount
            MOVE WS-Invoice-Open-Amt TO SP-Balance
            MOVE WS-SponPay-Detail-Line TO ShowSponsorPay
            WRITE ShowSponsorPay.

      * No SPONINV.DAT yet (a "35" status) means no sponsor has been
      * billed - any sponsor cheque rejects to the exception report.
       OpenSponsorInvoiceFile.
            MOVE "N" TO WS-SponInv-File-Sw
            OPEN I-O SponsorInvoiceFile
            IF WS-SponInv-Status = "00"
                SET SponsorInvFileOnHand TO TRUE
            END-IF.

      * Installments are keyed in due-date order within a plan, so
      * a front-to-back walk covers them oldest first - each one is
      * met once the invoice's paid-to-date reaches the running
