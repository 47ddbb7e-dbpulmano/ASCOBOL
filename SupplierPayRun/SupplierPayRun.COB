      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierPayRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierFile ASSIGN "SUPPMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Supplier-Status.

           SELECT InvoiceFile ASSIGN "APINV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Invoice-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

      * The fixed-format file that goes to the bank - one payment
      * record per supplier paid and a batch control trailer, in
      * the same layout BankTransfer sends for the payroll.
           SELECT BankFile ASSIGN "APBANK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The proof the supervisor signs before the file leaves the
      * building.
           SELECT ProofFile ASSIGN "APBANKPF.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * One remittance advice per supplier paid, listing the
      * invoices the payment settles - torn off and posted.
           SELECT RemitFile ASSIGN "APREMIT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  SupplierFile.
           COPY SUPPMAST.

       FD  InvoiceFile.
           COPY APINV.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  BankFile.
       01  BankRecord.
           02 BK-Record-Type       PIC X.
               88 BankPaymentRec           VALUE "P".
               88 BankTrailerRec           VALUE "T".
           02 BK-Sort-Code         PIC 9(6).
           02 BK-Account-No        PIC 9(8).
           02 BK-Supplier-Id       PIC X(4).
           02 FILLER               PIC X.
           02 BK-Amount            PIC 9(8)V99.
           02 FILLER               PIC X(10)   VALUE SPACES.

       01  BankTrailerRecord REDEFINES BankRecord.
           02 BT-Record-Type       PIC X.
           02 BT-Count             PIC 9(7).
           02 BT-Total             PIC 9(10)V99.
           02 BT-Pay-Date          PIC 9(8).
           02 FILLER               PIC X(12).

       FD  ProofFile.
       01  ShowProof                PIC X(80).

       FD  RemitFile.
       01  ShowRemit                PIC X(80).

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

       01  WS-Supplier-Status      PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Supplier-EOF-Switch  PIC X       VALUE "N".
           88 EndOfSupplierFile                VALUE "Y".
       01  WS-Invoice-EOF-Switch   PIC X       VALUE "N".
           88 EndOfInvoiceFile                 VALUE "Y".

      * D pays only what has reached the supplier's terms; A pays
      * every approved line, due or not.
       01  KeyedRunType            PIC X       VALUE SPACE.
           88 PayDueOnly                       VALUE "D" SPACE.
           88 PayAllApproved                   VALUE "A".

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.
       01  WS-Today.
           02 WS-Today-YYYY        PIC 9(4).
           02 WS-Today-MM          PIC 9(2).
           02 WS-Today-DD          PIC 9(2).
       01  WS-Invoice-Date-Split.
           02 WS-Inv-YYYY          PIC 9(4).
           02 WS-Inv-MM            PIC 9(2).
           02 WS-Inv-DD            PIC 9(2).

      * Age in days approximated from the calendar fields - months
      * at thirty days, the same reckoning SalesAged uses.
       01  WS-Invoice-Age-Days     PIC S9(5)   VALUE ZERO.
       01  WS-Due-Switch           PIC X       VALUE "N".
           88 LineIsDue                        VALUE "Y".

       01  SupplierTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  SupplierTable.
           02 SupplierEntry        OCCURS 1 TO 100 TIMES
                                    DEPENDING ON SupplierTableCount
                                    INDEXED BY SupplIdx.
               03 SP-Id-Tbl        PIC X(4).
               03 SP-Name-Tbl      PIC X(20).
               03 SP-Terms-Tbl     PIC 9(3).
               03 SP-Sort-Code-Tbl PIC 9(6).
               03 SP-Account-Tbl   PIC 9(8).
       01  WS-Suppl-Sub            PIC 9(4)    COMP VALUE ZERO.

      * APINV.DAT rides here whole as record images and is written
      * back with the paid lines marked.
       01  InvoiceTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  InvoiceTable.
           02 InvoiceEntry         OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON InvoiceTableCount
                                    INDEXED BY InvIdx.
               03 AI-Image-Tbl     PIC X(129).

       01  WS-Lines-Due            PIC 9(5)    VALUE ZERO.
       01  WS-Line-Gross           PIC 9(7)V99 VALUE ZERO.
       01  WS-Supplier-Due         PIC 9(8)V99 VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Payments-Written  PIC 9(5)    VALUE ZERO.
           02 WS-Invoice-Lines-Paid PIC 9(5)   VALUE ZERO.
           02 WS-No-Bank-Details   PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Paid,
                               MONEY-EDIT  BY WS-Total-Paid-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Proof-Title-Line      PIC X(80)   VALUE
           "SUPPLIER PAYMENT PROOF LISTING".

       01  WS-Proof-Detail-Line.
           02 PL-Supplier           PIC X(4).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 PL-Name               PIC X(20).
           02 FILLER                PIC X       VALUE SPACE.
           02 PL-Sort-Code          PIC 9(6).
           02 FILLER                PIC X       VALUE SPACE.
           02 PL-Account            PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 PL-Amount             PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(24)   VALUE SPACES.

       01  WS-Proof-Except-Line.
           02 EX-Supplier           PIC X(4).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 EX-Name               PIC X(20).
           02 FILLER                PIC X(33)   VALUE
              " *** NO BANK DETAILS - NOT PAID".
           02 FILLER                PIC X(20)   VALUE SPACES.

       01  WS-Proof-Total-Line.
           02 FILLER                PIC X(11)   VALUE "PAYMENTS : ".
           02 PT-Count              PIC ZZZZ9.
           02 FILLER                PIC X(9)    VALUE "  TOTAL: ".
           02 PT-Total              PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(41)   VALUE SPACES.

       01  WS-Signature-Line        PIC X(80)   VALUE
           "APPROVED FOR RELEASE (SUPERVISOR): ______________________".

       01  WS-Remit-Title-Line      PIC X(80)   VALUE
           "REMITTANCE ADVICE".

       01  WS-Remit-To-Line.
           02 FILLER                PIC X(4)    VALUE "TO: ".
           02 RT-Supplier           PIC X(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RT-Name               PIC X(20).
           02 FILLER                PIC X(50)   VALUE SPACES.

       01  WS-Remit-Paid-Line.
           02 FILLER                PIC X(14)   VALUE
              "PAYMENT DATE: ".
           02 RP-Date               PIC 9(8).
           02 FILLER                PIC X(21)   VALUE
              "   PAID TO SORT CODE ".
           02 RP-Sort-Code          PIC 9(6).
           02 FILLER                PIC X(9)    VALUE " ACCOUNT ".
           02 RP-Account            PIC 9(8).
           02 FILLER                PIC X(14)   VALUE SPACES.

       01  WS-Remit-Column-Line.
           02 FILLER                PIC X(32)   VALUE
              "INVOICE       INV DATE  PO NO.".
           02 FILLER                PIC X(31)   VALUE
              "      NET        VAT      GROSS".
           02 FILLER                PIC X(17)   VALUE SPACES.

       01  WS-Remit-Detail-Line.
           02 RD-Invoice            PIC X(12).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RD-Date               PIC 9(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RD-PO                 PIC 9(6).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Net                PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Vat                PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Gross              PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(17)   VALUE SPACES.

       01  WS-Remit-Total-Line.
           02 FILLER                PIC X(51)   VALUE
              "TOTAL PAID".
           02 RL-Total              PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(17)   VALUE SPACES.

       01  WS-Rule-Line             PIC X(80)   VALUE ALL "-".
       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * Approved supplier invoices stop being paid by cheque from
      * the folder - each supplier with approved lines due gets one
      * payment on a bank file in BankTransfer's layout, a line on
      * the proof listing the supervisor signs, and a remittance
      * advice listing the invoices it settles. A supplier with no
      * bank details on SUPPMAST.DAT is an exception line on the
      * proof and stays unpaid. The payment journals the creditor
      * down against the bank account, which BankRecon picks up
      * from the ledger like any other cash paid away.
            PERFORM GetBusinessDate
            MOVE WS-Business-Date TO WS-Today
            PERFORM GetRunType
            PERFORM LoadSupplierTable
            PERFORM LoadInvoiceTable
            PERFORM LoadChartTable
            PERFORM GetLastClosedMonth

            OPEN OUTPUT BankFile
            OPEN OUTPUT ProofFile
            OPEN OUTPUT RemitFile
            MOVE WS-Proof-Title-Line TO ShowProof
            WRITE ShowProof

            PERFORM PayOneSupplier
                VARYING WS-Suppl-Sub FROM 1 BY 1
                UNTIL WS-Suppl-Sub > SupplierTableCount

            PERFORM WriteBatchTrailer
            CLOSE BankFile
            CLOSE RemitFile

            MOVE WS-Payments-Written TO PT-Count
            MOVE WS-Total-Paid       TO PT-Total
            MOVE WS-Proof-Total-Line TO ShowProof
            WRITE ShowProof
            MOVE WS-Signature-Line TO ShowProof
            WRITE ShowProof
            CLOSE ProofFile

            PERFORM StoreInvoiceTable
            IF WS-Total-Paid > ZERO
                PERFORM WriteJournalEntries
            END-IF

            MOVE WS-Total-Paid TO WS-Total-Paid-Edit
            DISPLAY "SupplierPayRun - Control Report"
            DISPLAY "Business date      : " WS-Business-Date
            DISPLAY "Run type           : " KeyedRunType
            DISPLAY "Suppliers paid     : " WS-Payments-Written
            DISPLAY "Invoice lines paid : " WS-Invoice-Lines-Paid
            DISPLAY "No bank details    : " WS-No-Bank-Details
            DISPLAY "Journal lines rej. : " WS-Jrnl-Lines-Rejected
            DISPLAY "Batch total        : " WS-Total-Paid-Edit
            STOP RUN.

       GetRunType.
            DISPLAY "Pay run type (D = due on terms, A = all approved,"
                " blank = D): " WITH NO ADVANCING
            ACCEPT KeyedRunType
            IF NOT PayDueOnly AND NOT PayAllApproved
                DISPLAY "SupplierPayRun - RUN TYPE MUST BE D OR A "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF KeyedRunType = SPACE
                MOVE "D" TO KeyedRunType
            END-IF.

      * The first pass totals what is due to the supplier; only if
      * something is due and the supplier can be paid does the
      * second pass print the remittance and mark the lines paid.
       PayOneSupplier.
            MOVE ZERO TO WS-Lines-Due
            MOVE ZERO TO WS-Supplier-Due
            PERFORM VARYING InvIdx FROM 1 BY 1
                    UNTIL InvIdx > InvoiceTableCount
                MOVE AI-Image-Tbl(InvIdx) TO SupplierInvoiceRecord
                PERFORM CheckLineDue
                IF LineIsDue
                    ADD 1 TO WS-Lines-Due
                    ADD API-Net API-Vat TO WS-Supplier-Due
                END-IF
            END-PERFORM
            IF WS-Lines-Due > ZERO
                IF SP-Account-Tbl(WS-Suppl-Sub) = ZERO
                    MOVE SP-Id-Tbl(WS-Suppl-Sub)   TO EX-Supplier
                    MOVE SP-Name-Tbl(WS-Suppl-Sub) TO EX-Name
                    MOVE WS-Proof-Except-Line TO ShowProof
                    WRITE ShowProof
                    ADD 1 TO WS-No-Bank-Details
                ELSE
                    PERFORM WriteSupplierPayment
                END-IF
            END-IF.

       CheckLineDue.
            MOVE "N" TO WS-Due-Switch
            IF API-Supplier-Id = SP-Id-Tbl(WS-Suppl-Sub)
               AND InvoiceApproved
                IF PayAllApproved
                    SET LineIsDue TO TRUE
                ELSE
                    MOVE API-Invoice-Date TO WS-Invoice-Date-Split
                    COMPUTE WS-Invoice-Age-Days =
                        ((WS-Today-YYYY - WS-Inv-YYYY) * 365)
                        + ((WS-Today-MM - WS-Inv-MM) * 30)
                        + (WS-Today-DD - WS-Inv-DD)
                    IF WS-Invoice-Age-Days >=
                           SP-Terms-Tbl(WS-Suppl-Sub)
                        SET LineIsDue TO TRUE
                    END-IF
                END-IF
            END-IF.

       WriteSupplierPayment.
            MOVE SPACES TO BankRecord
            SET BankPaymentRec TO TRUE
            MOVE SP-Sort-Code-Tbl(WS-Suppl-Sub) TO BK-Sort-Code
            MOVE SP-Account-Tbl(WS-Suppl-Sub)   TO BK-Account-No
            MOVE SP-Id-Tbl(WS-Suppl-Sub)        TO BK-Supplier-Id
            MOVE WS-Supplier-Due                TO BK-Amount
            WRITE BankRecord
            MOVE SP-Id-Tbl(WS-Suppl-Sub)        TO PL-Supplier
            MOVE SP-Name-Tbl(WS-Suppl-Sub)      TO PL-Name
            MOVE SP-Sort-Code-Tbl(WS-Suppl-Sub) TO PL-Sort-Code
            MOVE SP-Account-Tbl(WS-Suppl-Sub)   TO PL-Account
            MOVE WS-Supplier-Due                TO PL-Amount
            MOVE WS-Proof-Detail-Line TO ShowProof
            WRITE ShowProof
            ADD 1 TO WS-Payments-Written
            ADD WS-Supplier-Due TO WS-Total-Paid

            MOVE WS-Remit-Title-Line TO ShowRemit
            WRITE ShowRemit
            MOVE SP-Id-Tbl(WS-Suppl-Sub)        TO RT-Supplier
            MOVE SP-Name-Tbl(WS-Suppl-Sub)      TO RT-Name
            MOVE WS-Remit-To-Line TO ShowRemit
            WRITE ShowRemit
            MOVE WS-Business-Date               TO RP-Date
            MOVE SP-Sort-Code-Tbl(WS-Suppl-Sub) TO RP-Sort-Code
            MOVE SP-Account-Tbl(WS-Suppl-Sub)   TO RP-Account
            MOVE WS-Remit-Paid-Line TO ShowRemit
            WRITE ShowRemit
            MOVE WS-Blank-Line TO ShowRemit
            WRITE ShowRemit
            MOVE WS-Remit-Column-Line TO ShowRemit
            WRITE ShowRemit
            PERFORM VARYING InvIdx FROM 1 BY 1
                    UNTIL InvIdx > InvoiceTableCount
                MOVE AI-Image-Tbl(InvIdx) TO SupplierInvoiceRecord
                PERFORM CheckLineDue
                IF LineIsDue
                    PERFORM PayOneInvoiceLine
                END-IF
            END-PERFORM
            MOVE WS-Supplier-Due TO RL-Total
            MOVE WS-Remit-Total-Line TO ShowRemit
            WRITE ShowRemit
            MOVE WS-Rule-Line TO ShowRemit
            WRITE ShowRemit.

       PayOneInvoiceLine.
            COMPUTE WS-Line-Gross = API-Net + API-Vat
            MOVE API-Invoice-No   TO RD-Invoice
            MOVE API-Invoice-Date TO RD-Date
            MOVE API-PO-Number    TO RD-PO
            MOVE API-Net          TO RD-Net
            MOVE API-Vat          TO RD-Vat
            MOVE WS-Line-Gross    TO RD-Gross
            MOVE WS-Remit-Detail-Line TO ShowRemit
            WRITE ShowRemit
            SET InvoicePaid TO TRUE
            MOVE WS-Business-Date TO API-Paid-Date
            MOVE SupplierInvoiceRecord TO AI-Image-Tbl(InvIdx)
            ADD 1 TO WS-Invoice-Lines-Paid.

       WriteBatchTrailer.
            MOVE SPACES TO BankRecord
            MOVE "T" TO BT-Record-Type
            MOVE WS-Payments-Written TO BT-Count
            MOVE WS-Total-Paid       TO BT-Total
            MOVE WS-Business-Date    TO BT-Pay-Date
            WRITE BankRecord.

      * One balanced posting per run - the trade creditor comes
      * down by what was paid and the bank account is credited.
       WriteJournalEntries.
            OPEN EXTEND JournalFile
            MOVE "CREDITRS" TO GLJ-Account
            MOVE WS-Total-Paid TO GLJ-Debit
            MOVE ZERO TO GLJ-Credit
            MOVE WS-Business-Date TO GLJ-Date
            MOVE "SUPPPAYRUN" TO GLJ-Source
            PERFORM PostJournalLine
            MOVE "CASH    " TO GLJ-Account
            MOVE ZERO TO GLJ-Debit
            MOVE WS-Total-Paid TO GLJ-Credit
            MOVE WS-Business-Date TO GLJ-Date
            MOVE "SUPPPAYRUN" TO GLJ-Source
            PERFORM PostJournalLine
            CLOSE JournalFile.

      * Terms not yet keyed read as the usual 30 days; bank details
      * that do not read as numbers are no bank details.
       LoadSupplierTable.
            OPEN INPUT SupplierFile
            IF WS-Supplier-Status NOT = "00"
                SET EndOfSupplierFile TO TRUE
            ELSE
                READ SupplierFile
                    AT END SET EndOfSupplierFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSupplierFile
                SET SupplIdx TO SupplierTableCount
                SET SupplIdx UP BY 1
                SET SupplierTableCount TO SupplIdx
                MOVE SPL-Supplier-Id TO SP-Id-Tbl(SupplIdx)
                MOVE SPL-Name        TO SP-Name-Tbl(SupplIdx)
                IF SPL-Terms-Days NUMERIC
                    MOVE SPL-Terms-Days TO SP-Terms-Tbl(SupplIdx)
                ELSE
                    MOVE 30 TO SP-Terms-Tbl(SupplIdx)
                END-IF
                IF SPL-Sort-Code NUMERIC AND SPL-Account-No NUMERIC
                    MOVE SPL-Sort-Code  TO SP-Sort-Code-Tbl(SupplIdx)
                    MOVE SPL-Account-No TO SP-Account-Tbl(SupplIdx)
                ELSE
                    MOVE ZERO TO SP-Sort-Code-Tbl(SupplIdx)
                    MOVE ZERO TO SP-Account-Tbl(SupplIdx)
                END-IF
                READ SupplierFile
                    AT END SET EndOfSupplierFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Supplier-Status NOT = "35"
                CLOSE SupplierFile
            END-IF.

      * No APINV.DAT yet (a "35" status) means nothing to pay.
       LoadInvoiceTable.
            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status NOT = "00"
                SET EndOfInvoiceFile TO TRUE
            ELSE
                READ InvoiceFile
                    AT END SET EndOfInvoiceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfInvoiceFile
                SET InvIdx TO InvoiceTableCount
                SET InvIdx UP BY 1
                SET InvoiceTableCount TO InvIdx
                MOVE SupplierInvoiceRecord TO AI-Image-Tbl(InvIdx)
                READ InvoiceFile
                    AT END SET EndOfInvoiceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Invoice-Status NOT = "35"
                CLOSE InvoiceFile
            END-IF.

       StoreInvoiceTable.
            IF InvoiceTableCount > ZERO
                OPEN OUTPUT InvoiceFile
                PERFORM VARYING InvIdx FROM 1 BY 1
                        UNTIL InvIdx > InvoiceTableCount
                    MOVE AI-Image-Tbl(InvIdx) TO SupplierInvoiceRecord
                    WRITE SupplierInvoiceRecord
                END-PERFORM
                CLOSE InvoiceFile
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
            MOVE "SUPPPAYRUN" TO EXC-Program
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

       END PROGRAM SupplierPayRun.
