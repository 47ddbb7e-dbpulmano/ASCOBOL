      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LateFeeWaive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LateFeeFile ASSIGN "LATEFEE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LateFee-Status.

      * The fee's own invoice is credited off by key - a fee must
      * still be on file, a LATE invoice and open to be waived.
           SELECT InvoiceFile ASSIGN "INVOICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-Number
                  ALTERNATE RECORD KEY IS INV-StudentId
                      WITH DUPLICATES
                  FILE STATUS IS WS-Invoice-Status.

      * Each fee waived is kept on the student's account history
      * for the statement of account.
           SELECT AccountHistFile ASSIGN "ACCTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TransFile ASSIGN "TRANSLFW.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "LFWEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

           SELECT JournalFile ASSIGN "GLJRNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

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
       FD  LateFeeFile.
           COPY LATEFEE.

       FD  InvoiceFile.
           COPY INVOICE.

       FD  AccountHistFile.
           COPY ACCTHIST.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * One waiver a line - the fee invoice number LateFeeRun gave
      * on the register, and the bursar's reason, which must be
      * keyed.
       FD  TransFile.
       01  TransRecord.
           02 Fee-Number-P         PIC X(6).
           02 FILLER               PIC X.
           02 Reason-P             PIC X(30).

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

       FD  JournalFile.
           COPY GLJRNL.

       FD  BusinessDateFile.
           COPY BUSDATE.

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

       01  WS-LateFee-Status       PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-LateFee-EOF-Switch   PIC X       VALUE "N".
           88 EndOfLateFeeFile                 VALUE "Y".
       01  WS-Invoice-File-Sw      PIC X       VALUE "N".
           88 InvoiceFileOnHand                VALUE "Y".
       01  WS-Invoice-Found-Sw     PIC X       VALUE "N".
           88 FeeInvoiceOnFile                 VALUE "Y".

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

      * LATEFEE.DAT rides in a table for the run - a waiver marks
      * its row in place and the table stores back whole.
       01  FeeTableCount           PIC 9(5)    COMP VALUE ZERO.
       01  FeeTable.
           02 FeeEntry             OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON FeeTableCount
                                    INDEXED BY FeeIdx.
               03 FE-Record-Tbl    PIC X(98).

       01  WS-Fee-Sub              PIC 9(5)    COMP VALUE ZERO.
       01  WS-Fee-Number-Num       PIC 9(6)    VALUE ZERO.
       01  WS-Open-Amount          PIC 9(7)V99 VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Fees-Waived       PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Waived,
                               MONEY-EDIT  BY WS-Total-Waived-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The bursar's waiver of a late-payment fee LateFeeRun raised.
      * Each transaction names the fee invoice and the reason; the
      * fee's open balance is credited off its invoice, the LATEFEE
      * row is marked waived with the amount, date and reason, the
      * credit goes on the student's account history, and the
      * action rides the shared audit trail. The run's total waived
      * reverses the fee income through the chart.
            PERFORM GetBusinessDate
            PERFORM GetOperatorId
            PERFORM LoadLateFeeTable
            PERFORM LoadChartTable
            PERFORM GetLastClosedMonth

            OPEN I-O InvoiceFile
            IF WS-Invoice-Status = "00"
                SET InvoiceFileOnHand TO TRUE
            END-IF
            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile
            OPEN EXTEND AccountHistFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ApplyWaiverTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile
            CLOSE AccountHistFile
            IF InvoiceFileOnHand
                CLOSE InvoiceFile
            END-IF

            PERFORM StoreLateFeeTable
            IF WS-Total-Waived > ZERO
                PERFORM WriteJournalEntries
            END-IF
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplyWaiverTrans.
            MOVE Fee-Number-P TO Except-Key
            PERFORM LocateFeeEntry
            PERFORM CheckFeeInvoice
            EVALUATE TRUE
                WHEN Fee-Number-P NOT NUMERIC
                    MOVE "FEE NUMBER NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Reason-P = SPACES
                    MOVE "WAIVER REASON MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Fee-Sub = ZERO
                    MOVE "FEE NOT ON LATEFEE.DAT" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN LateFeeWaived
                    MOVE "FEE ALREADY WAIVED" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT FeeInvoiceOnFile
                  OR NOT LateFeeInvoice
                    MOVE "FEE INVOICE NOT ON INVOICE.DAT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT InvoiceOpen
                    MOVE "FEE ALREADY PAID - REFUND INSTEAD"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    PERFORM WaiveOneFee
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * Whatever is still owed on the fee is credited off - a part
      * the student has already paid stays paid.
       WaiveOneFee.
            COMPUTE WS-Open-Amount = INV-Amount - INV-Paid-Amount
            MOVE INV-Amount TO INV-Paid-Amount
            SET InvoicePaid TO TRUE
            REWRITE InvoiceRecord
                INVALID KEY CONTINUE
            END-REWRITE
            SET LateFeeWaived TO TRUE
            MOVE WS-Open-Amount   TO LFE-Waived-Amount
            MOVE WS-Business-Date TO LFE-Waive-Date
            MOVE Reason-P         TO LFE-Waive-Reason
            MOVE LateFeeRecord TO FE-Record-Tbl(WS-Fee-Sub)
            MOVE INV-StudentId    TO AH-StudentId
            MOVE WS-Business-Date TO AH-Date
            SET HistInvoiceCredit TO TRUE
            MOVE INV-Number       TO AH-Invoice
            MOVE WS-Open-Amount   TO AH-Amount
            MOVE "FEE WAIVED"     TO AH-Source
            WRITE AccountHistoryRecord
            MOVE "WAIVE LATEFEE" TO AUD-Action-Tmp
            PERFORM WriteAuditRecord
            ADD 1 TO WS-Fees-Waived
            ADD WS-Open-Amount TO WS-Total-Waived.

      * The fee's row is left in LateFeeRecord for the checks and
      * the update.
       LocateFeeEntry.
            MOVE ZERO TO WS-Fee-Sub
            MOVE SPACES TO LateFeeRecord
            IF Fee-Number-P NUMERIC
                MOVE Fee-Number-P TO WS-Fee-Number-Num
                PERFORM VARYING FeeIdx FROM 1 BY 1
                        UNTIL FeeIdx > FeeTableCount
                        OR WS-Fee-Sub > ZERO
                    IF FE-Record-Tbl(FeeIdx)(1:6) = Fee-Number-P
                        SET WS-Fee-Sub TO FeeIdx
                        MOVE FE-Record-Tbl(FeeIdx) TO LateFeeRecord
                    END-IF
                END-PERFORM
            END-IF.

       CheckFeeInvoice.
            MOVE "N" TO WS-Invoice-Found-Sw
            MOVE SPACES TO INV-CourseCode
            IF InvoiceFileOnHand
               AND WS-Fee-Sub > ZERO
                MOVE LFE-Fee-Number TO INV-Number
                READ InvoiceFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET FeeInvoiceOnFile TO TRUE
                END-READ
            END-IF.

      * No LATEFEE.DAT yet (a "35" status) - no fee has been raised
      * and every waiver rejects.
       LoadLateFeeTable.
            OPEN INPUT LateFeeFile
            IF WS-LateFee-Status NOT = "00"
                SET EndOfLateFeeFile TO TRUE
            ELSE
                READ LateFeeFile
                    AT END SET EndOfLateFeeFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLateFeeFile
                SET FeeIdx TO FeeTableCount
                SET FeeIdx UP BY 1
                SET FeeTableCount TO FeeIdx
                MOVE LateFeeRecord TO FE-Record-Tbl(FeeIdx)
                READ LateFeeFile
                    AT END SET EndOfLateFeeFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LateFee-Status NOT = "35"
                CLOSE LateFeeFile
            END-IF.

       StoreLateFeeTable.
            IF FeeTableCount > ZERO
                OPEN OUTPUT LateFeeFile
                PERFORM VARYING FeeIdx FROM 1 BY 1
                        UNTIL FeeIdx > FeeTableCount
                    MOVE FE-Record-Tbl(FeeIdx) TO LateFeeRecord
                    WRITE LateFeeRecord
                END-PERFORM
                CLOSE LateFeeFile
            END-IF.

      * The waived fees come back off the income - fee income debit,
      * student debtors credit, the reverse of LateFeeRun's posting.
       WriteJournalEntries.
            OPEN EXTEND JournalFile
            MOVE "LATEFEES" TO GLJ-Account
            MOVE WS-Total-Waived TO GLJ-Debit
            MOVE ZERO TO GLJ-Credit
            MOVE WS-Business-Date TO GLJ-Date
            MOVE "LATEFEE" TO GLJ-Source
            PERFORM PostJournalLine
            MOVE "STUDDEBT" TO GLJ-Account
            MOVE ZERO TO GLJ-Debit
            MOVE WS-Total-Waived TO GLJ-Credit
            MOVE WS-Business-Date TO GLJ-Date
            MOVE "LATEFEE" TO GLJ-Source
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
            MOVE "LATEFEEWV " TO EXC-Program
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

       WriteExceptionRecord.
            MOVE "W" TO Except-Type
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * The waiver rides the shared audit trail with both images
      * blank, as GradeAmend's fee reversals do - AuditBackout
      * leaves it alone, and the reason stays on LATEFEE.DAT.
       WriteAuditRecord.
            MOVE "LATEFEEWV "       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE INV-StudentId      TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE INV-CourseCode     TO AUD-Before-CourseCode
            MOVE INV-CourseCode     TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

      * The processing date comes off the business-date control
      * DateAdvance keeps - the machine clock only stands in when
      * the control has never been built.
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
            MOVE WS-Total-Waived TO WS-Total-Waived-Edit
            DISPLAY "LateFeeWaive - Control Report"
            DISPLAY "Fees waived          : " WS-Fees-Waived
            DISPLAY "Transactions rejected: " WS-Trans-Rejected
            DISPLAY "Journal lines reject : " WS-Jrnl-Lines-Rejected
            DISPLAY "Total waived         : " WS-Total-Waived-Edit.

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

       END PROGRAM LateFeeWaive.
