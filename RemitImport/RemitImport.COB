      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemitImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bank's lodgement listing as a file - one record per
      * incoming payment and the bank's control trailer.
           SELECT RemitFile ASSIGN "BANKREM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Remit-Status.

      * Read by key - a reference that is a tuition invoice number
      * names the student the money is for.
           SELECT InvoiceFile ASSIGN "INVOICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-Number
                  ALTERNATE RECORD KEY IS INV-StudentId
                      WITH DUPLICATES
                  FILE STATUS IS WS-Invoice-Status.

      * Read by key - or a sponsor invoice number, naming the
      * sponsor and the student its cheque is for. The layout
      * shares its field names with SALESINV, so they are qualified.
           SELECT SponsorInvoiceFile ASSIGN "SPONINV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SIV-Number OF SponsorInvoiceRecord
                  ALTERNATE RECORD KEY IS
                      SIV-Sponsor-Id OF SponsorInvoiceRecord
                      WITH DUPLICATES
                  FILE STATUS IS WS-SponInv-Status.

           SELECT SalesInvoiceFile ASSIGN "SALESINV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SalesInv-Status.

           SELECT SuspenseFile ASSIGN "REMSUSP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suspense-Status.

      * The two posting runs' own input files, written whole each
      * morning in the layouts the keyers used, each closed by a
      * control trailer the posting run proves before it posts.
      * Payments are still keyed to PAYMENTS.DAT too - sponsor
      * cheques above all - so what was keyed since the last
      * trailer is read first and carried onto the new file.
           SELECT PaymentsFile ASSIGN "PAYMENTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Payments-Status.

           SELECT ReceiptsFile ASSIGN "SRCPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterFile ASSIGN "REMIT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The payer's reference is whatever the payer typed at the
      * bank - an invoice number when they follow the instructions
      * on the bill.
       FD  RemitFile.
       01  RemitRecord.
           02 REM-Record-Type      PIC X.
               88 RemitPaymentRec          VALUE "P".
               88 RemitTrailerRec          VALUE "T".
           02 REM-Bank-Ref         PIC X(12).
           02 REM-Date             PIC X(8).
           02 REM-Amount           PIC X(9).
           02 REM-Reference        PIC X(10).
           02 REM-Payer            PIC X(20).

       01  RemitTrailerRecord REDEFINES RemitRecord.
           02 RMT-Record-Type      PIC X.
           02 RMT-Count            PIC X(7).
           02 RMT-Total            PIC X(12).
           02 FILLER               PIC X(40).

       FD  InvoiceFile.
           COPY INVOICE.

       FD  SponsorInvoiceFile.
           COPY SPONINV.

       FD  SalesInvoiceFile.
           COPY SALESINV.

       FD  SuspenseFile.
           COPY REMSUSP.

       FD  PaymentsFile.
       01  PaymentRecord.
           02 PAY-StudentId        PIC X(7).
           02 PAY-Amount           PIC X(7).
           02 PAY-Date             PIC X(8).
           02 PAY-Sponsor-Id       PIC X(5).

       FD  ReceiptsFile.
       01  ReceiptRecord.
           02 RCP-Cus-Id           PIC X(5).
           02 RCP-Amount           PIC X(9).
           02 RCP-Date             PIC X(8).

       FD  RegisterFile.
       01  ShowRegister            PIC X(80).

       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
       01  WS-Remit-Status         PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-SponInv-Status       PIC XX      VALUE SPACES.
       01  WS-SalesInv-Status      PIC XX      VALUE SPACES.
       01  WS-Suspense-Status      PIC XX      VALUE SPACES.
       01  WS-Payments-Status      PIC XX      VALUE SPACES.

       01  WS-Remit-EOF-Switch     PIC X       VALUE "N".
           88 EndOfRemitFile                   VALUE "Y".
       01  WS-SalesInv-EOF-Switch  PIC X       VALUE "N".
           88 EndOfSalesInvFile                VALUE "Y".
       01  WS-Suspense-EOF-Switch  PIC X       VALUE "N".
           88 EndOfSuspenseFile                VALUE "Y".
       01  WS-Payments-EOF-Switch  PIC X       VALUE "N".
           88 EndOfPaymentsFile                VALUE "Y".

       01  WS-Invoice-File-Sw      PIC X       VALUE "N".
           88 InvoiceFileOnHand                VALUE "Y".
       01  WS-Tuition-Hit-Sw       PIC X       VALUE "N".
           88 TuitionInvoiceHit                VALUE "Y".
       01  WS-SponInv-File-Sw      PIC X       VALUE "N".
           88 SponsorInvFileOnHand             VALUE "Y".
       01  WS-Sponsor-Hit-Sw       PIC X       VALUE "N".
           88 SponsorInvoiceHit                VALUE "Y".
       01  WS-Ledger-Hits          PIC 9       VALUE ZERO.

      * The bank trailer is proved against a fresh pass of the file
      * before anything is fed - a short file stops the run.
       01  WS-Bank-Trailer-Sw      PIC X       VALUE "N".
           88 BankTrailerFound                 VALUE "Y".
       01  WS-Bank-Bad-Sw          PIC X       VALUE "N".
           88 BankTrailerBad                   VALUE "Y".
       01  WS-Bank-Count           PIC 9(7)    VALUE ZERO.
       01  WS-Bank-Total           PIC 9(10)V99 VALUE ZERO.
       01  WS-Bank-Count-X         PIC X(7)    VALUE SPACES.
       01  WS-Bank-Count-Num REDEFINES WS-Bank-Count-X
                                   PIC 9(7).
       01  WS-Bank-Total-X         PIC X(12)   VALUE SPACES.
       01  WS-Bank-Total-Num REDEFINES WS-Bank-Total-X
                                   PIC 9(10)V99.

      * The control-trailer figures for each handoff file.
       COPY CTLTRAIL.
       01  WS-Pay-Ctl-Count        PIC 9(7)    VALUE ZERO.
       01  WS-Pay-Ctl-Hash         PIC 9(12)   VALUE ZERO.
       01  WS-Rcp-Ctl-Count        PIC 9(7)    VALUE ZERO.
       01  WS-Rcp-Ctl-Hash         PIC 9(12)   VALUE ZERO.

      * A payment more than this percentage of the invoice beyond
      * what is still open on it is too far off to post blind.
       01  WS-Over-Tolerance-Pct   PIC 9(3)    VALUE 10.
       01  WS-Open-Balance         PIC 9(7)V99 VALUE ZERO.
       01  WS-Tolerance-Limit      PIC 9(8)V99 VALUE ZERO.

       01  WS-Remit-Amount-X       PIC X(9)    VALUE SPACES.
       01  WS-Remit-Amount REDEFINES WS-Remit-Amount-X
                                   PIC 9(7)V99.
       01  WS-Pay-Amount-X         PIC X(7)    VALUE SPACES.
       01  WS-Pay-Amount REDEFINES WS-Pay-Amount-X
                                   PIC 9(5)V99.
       01  WS-Reference-Num        PIC 9(6)    VALUE ZERO.
       01  WS-Party-Id             PIC 9(7)    VALUE ZERO.
       01  WS-Cus-Id-Num           PIC 9(5)    VALUE ZERO.
       01  WS-Sponsor-Id-Num       PIC 9(5)    VALUE ZERO.
       01  WS-Feed-Date            PIC X(8)    VALUE SPACES.
       01  WS-Feed-Ledger          PIC X       VALUE SPACE.
           88 FeedToTuition                    VALUE "T".
           88 FeedToSales                      VALUE "S".
           88 FeedToSponsor                    VALUE "P".
       01  WS-Suspense-Reason      PIC X(2)    VALUE SPACES.

      * The sales invoices, loaded once so each reference is a
      * table search instead of a pass of the file.
       01  SalesInvTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  SalesInvTable.
           02 SalesInvEntry        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON SalesInvTableCount
                                    INDEXED BY SalesIdx.
               03 SV-Number-Tbl    PIC 9(6).
               03 SV-Cus-Id-Tbl    PIC 9(5).
               03 SV-Amount-Tbl    PIC 9(7)V99.
               03 SV-Paid-Tbl      PIC 9(7)V99.
               03 SV-Status-Tbl    PIC X.
                   88 SalesInvEntryPaid    VALUE "P".

       01  WS-Sales-Sub            PIC 9(4)    COMP VALUE ZERO.

      * What was keyed to PAYMENTS.DAT since the last trailer,
      * held while the file is written again.
       01  KeyedPayTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  KeyedPayTable.
           02 KeyedPayEntry        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON KeyedPayTableCount
                                    INDEXED BY KeyedIdx.
               03 KP-Record-Tbl    PIC X(27).

      * The suspense file rides whole - new items append, assigned
      * items are fed and marked, and the table stores back.
       01  SuspenseTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  SuspenseTable.
           02 SuspenseEntry        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON SuspenseTableCount
                                    INDEXED BY SuspIdx.
               03 SU-Record-Tbl    PIC X(96).
       01  WS-Susp-Sub             PIC 9(4)    COMP VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Items-Read        PIC 9(5)    VALUE ZERO.
           02 WS-Items-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-To-Tuition        PIC 9(5)    VALUE ZERO.
           02 WS-To-Sales          PIC 9(5)    VALUE ZERO.
           02 WS-To-Sponsor        PIC 9(5)    VALUE ZERO.
           02 WS-To-Suspense       PIC 9(5)    VALUE ZERO.
           02 WS-Assigned-Fed      PIC 9(5)    VALUE ZERO.
           02 WS-Keyed-Carried     PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Tuition-Amt,
                               MONEY-EDIT  BY WS-Tuition-Amt-Edit,
                               MONEY-VALUE BY ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Sales-Amt,
                               MONEY-EDIT  BY WS-Sales-Amt-Edit,
                               MONEY-VALUE BY ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Sponsor-Amt,
                               MONEY-EDIT  BY WS-Sponsor-Amt-Edit,
                               MONEY-VALUE BY ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Suspense-Amt,
                               MONEY-EDIT  BY WS-Suspense-Amt-Edit,
                               MONEY-VALUE BY ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Assigned-Amt,
                               MONEY-EDIT  BY WS-Assigned-Amt-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Register-Title-Line   PIC X(80)   VALUE
           "BANK REMITTANCE CASH APPLICATION REGISTER".

       01  WS-Register-Detail-Line.
           02 RG-Bank-Ref           PIC X(12).
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Date               PIC X(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Reference          PIC X(10).
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Amount             PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Disposition        PIC X(34).

       01  WS-Register-Total-Line.
           02 RT-Label              PIC X(22).
           02 RT-Count              PIC ZZZZ9.
           02 FILLER                PIC X(9)    VALUE "  TOTAL: ".
           02 RT-Total              PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(31)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The lodgement listing stops being keyed - each incoming
      * payment's reference is looked up as a tuition invoice
      * number on INVOICE.DAT, a sponsor invoice number on
      * SPONINV.DAT and a sales invoice number on SALESINV.DAT.
      * One hit feeds TuitionPayments (a sponsor's as a sponsor
      * cheque) or SalesReceipts in its own input layout; no hit,
      * a hit on two ledgers, or an amount far beyond the invoice's
      * open balance goes to the suspense file for SuspenseAssign.
      * Items the operator has assigned since the last run are fed
      * here too, after any payments keyed since the last handoff.
      * Both handoff files close with the shop's control trailer,
      * and REMIT.PRT lists where every payment went.
            PERFORM VerifyBankTrailer
            PERFORM LoadSalesInvTable
            PERFORM LoadSuspenseTable
            PERFORM LoadKeyedPayments

            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status = "00"
                SET InvoiceFileOnHand TO TRUE
            END-IF
            OPEN INPUT SponsorInvoiceFile
            IF WS-SponInv-Status = "00"
                SET SponsorInvFileOnHand TO TRUE
            END-IF
            OPEN OUTPUT PaymentsFile
            PERFORM CarryKeyedPayments
            OPEN OUTPUT ReceiptsFile
            OPEN OUTPUT RegisterFile
            MOVE WS-Register-Title-Line TO ShowRegister
            WRITE ShowRegister

            PERFORM FeedAssignedSuspense

            OPEN INPUT RemitFile
            IF WS-Remit-Status NOT = "00"
                SET EndOfRemitFile TO TRUE
                DISPLAY "RemitImport - BANKREM.DAT NOT ON HAND - "
                    "ASSIGNED SUSPENSE ITEMS ONLY"
            ELSE
                READ RemitFile
                    AT END SET EndOfRemitFile TO TRUE
                END-READ
            END-IF
            PERFORM ApplyOneRemittance UNTIL EndOfRemitFile
            IF WS-Remit-Status NOT = "35"
                CLOSE RemitFile
            END-IF

            PERFORM WriteHandoffTrailers
            CLOSE PaymentsFile
            CLOSE ReceiptsFile
            IF InvoiceFileOnHand
                CLOSE InvoiceFile
            END-IF
            IF SponsorInvFileOnHand
                CLOSE SponsorInvoiceFile
            END-IF

            PERFORM WriteRegisterTotals
            CLOSE RegisterFile
            PERFORM StoreSuspenseTable
            PERFORM DisplayRunTotals
            STOP RUN.

      * The trailer record is the bank's control, not a payment.
       ApplyOneRemittance.
            IF RemitPaymentRec
                ADD 1 TO WS-Items-Read
                PERFORM ApplyOnePayment
            END-IF
            READ RemitFile
                AT END SET EndOfRemitFile TO TRUE
            END-READ.

      * An amount that is not a figure cannot even be held in
      * suspense - it lands on EXCEPTS.DAT for the bank to explain.
       ApplyOnePayment.
            MOVE REM-Bank-Ref  TO RG-Bank-Ref
            MOVE REM-Date      TO RG-Date
            MOVE REM-Reference TO RG-Reference
            MOVE REM-Amount    TO WS-Remit-Amount-X
            MOVE REM-Date      TO WS-Feed-Date
            IF WS-Remit-Amount-X NOT NUMERIC
               OR WS-Remit-Amount = ZERO
               OR REM-Date NOT NUMERIC
                MOVE ZERO TO RG-Amount
                MOVE "REJECTED - AMOUNT OR DATE INVALID"
                    TO RG-Disposition
                PERFORM WriteRegisterLine
                MOVE REM-Bank-Ref TO EXC-Key
                MOVE "REMITTANCE AMOUNT OR DATE NOT NUMERIC"
                    TO EXC-Reason
                PERFORM WriteCommonException
                ADD 1 TO WS-Items-Rejected
            ELSE
                MOVE WS-Remit-Amount TO RG-Amount
                PERFORM MatchReference
                PERFORM RouteOnePayment
            END-IF.

      * The reference is an invoice number only when it is six
      * digits and nothing else. Tuition and sponsor invoices share
      * one number sequence, so only a sales invoice can collide
      * with either.
       MatchReference.
            MOVE "N" TO WS-Tuition-Hit-Sw
            MOVE "N" TO WS-Sponsor-Hit-Sw
            MOVE ZERO TO WS-Sales-Sub
            MOVE ZERO TO WS-Ledger-Hits
            IF REM-Reference(1:6) NUMERIC
               AND REM-Reference(7:4) = SPACES
                MOVE REM-Reference(1:6) TO WS-Reference-Num
                IF InvoiceFileOnHand
                    MOVE WS-Reference-Num TO INV-Number
                    READ InvoiceFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY SET TuitionInvoiceHit TO TRUE
                    END-READ
                END-IF
                IF SponsorInvFileOnHand
                    MOVE WS-Reference-Num
                        TO SIV-Number OF SponsorInvoiceRecord
                    READ SponsorInvoiceFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY SET SponsorInvoiceHit TO TRUE
                    END-READ
                END-IF
                PERFORM LocateSalesInvoice
            END-IF
            IF TuitionInvoiceHit
                ADD 1 TO WS-Ledger-Hits
            END-IF
            IF SponsorInvoiceHit
                ADD 1 TO WS-Ledger-Hits
            END-IF
            IF WS-Sales-Sub > ZERO
                ADD 1 TO WS-Ledger-Hits
            END-IF.

       RouteOnePayment.
            MOVE SPACES TO WS-Suspense-Reason
            EVALUATE TRUE
                WHEN WS-Ledger-Hits > 1
                    MOVE "BL" TO WS-Suspense-Reason
                WHEN WS-Ledger-Hits = ZERO
                    MOVE "NM" TO WS-Suspense-Reason
                WHEN TuitionInvoiceHit
                    PERFORM CheckTuitionAmount
                WHEN SponsorInvoiceHit
                    PERFORM CheckSponsorAmount
                WHEN OTHER
                    PERFORM CheckSalesAmount
            END-EVALUATE
            IF WS-Suspense-Reason NOT = SPACES
                PERFORM AddToSuspense
            END-IF.

      * A paid invoice has nothing open, so any payment quoting it
      * is off; an open or written-off one has its unpaid balance.
      * The tuition layout carries five figures, so anything larger
      * cannot go through it at all.
       CheckTuitionAmount.
            MOVE ZERO TO WS-Open-Balance
            IF NOT InvoicePaid
                COMPUTE WS-Open-Balance =
                    INV-Amount - INV-Paid-Amount
            END-IF
            COMPUTE WS-Tolerance-Limit = WS-Open-Balance
                + INV-Amount * WS-Over-Tolerance-Pct / 100
            IF WS-Open-Balance = ZERO
               OR WS-Remit-Amount > WS-Tolerance-Limit
               OR WS-Remit-Amount > 99999.99
                MOVE "AM" TO WS-Suspense-Reason
            ELSE
                SET FeedToTuition TO TRUE
                MOVE INV-StudentId TO WS-Party-Id
                PERFORM FeedOnePayment
                MOVE "TUITION - STUDENT" TO RG-Disposition
                MOVE INV-StudentId TO RG-Disposition(19:7)
                PERFORM WriteRegisterLine
                ADD 1 TO WS-To-Tuition
                ADD WS-Remit-Amount TO WS-Tuition-Amt
            END-IF.

      * The sponsor is paying for one student's portion, so the
      * cheque is fed against that student's sponsor invoices
      * only, and held to the same five figures as a tuition line.
       CheckSponsorAmount.
            MOVE ZERO TO WS-Open-Balance
            IF SponsorInvoiceOpen
                COMPUTE WS-Open-Balance =
                    SIV-Amount OF SponsorInvoiceRecord
                    - SIV-Paid-Amount OF SponsorInvoiceRecord
            END-IF
            COMPUTE WS-Tolerance-Limit = WS-Open-Balance
                + SIV-Amount OF SponsorInvoiceRecord
                  * WS-Over-Tolerance-Pct / 100
            IF WS-Open-Balance = ZERO
               OR WS-Remit-Amount > WS-Tolerance-Limit
               OR WS-Remit-Amount > 99999.99
                MOVE "AM" TO WS-Suspense-Reason
            ELSE
                SET FeedToSponsor TO TRUE
                MOVE SIV-Sponsor-Id OF SponsorInvoiceRecord
                    TO WS-Sponsor-Id-Num
                MOVE SIV-StudentId TO WS-Party-Id
                PERFORM FeedOnePayment
                MOVE "SPONSOR" TO RG-Disposition
                MOVE WS-Sponsor-Id-Num TO RG-Disposition(9:5)
                MOVE "STUDENT" TO RG-Disposition(15:7)
                MOVE SIV-StudentId TO RG-Disposition(23:7)
                PERFORM WriteRegisterLine
                ADD 1 TO WS-To-Sponsor
                ADD WS-Remit-Amount TO WS-Sponsor-Amt
            END-IF.

       CheckSalesAmount.
            MOVE ZERO TO WS-Open-Balance
            IF NOT SalesInvEntryPaid(WS-Sales-Sub)
                COMPUTE WS-Open-Balance =
                    SV-Amount-Tbl(WS-Sales-Sub)
                    - SV-Paid-Tbl(WS-Sales-Sub)
            END-IF
            COMPUTE WS-Tolerance-Limit = WS-Open-Balance
                + SV-Amount-Tbl(WS-Sales-Sub)
                  * WS-Over-Tolerance-Pct / 100
            IF WS-Open-Balance = ZERO
               OR WS-Remit-Amount > WS-Tolerance-Limit
                MOVE "AM" TO WS-Suspense-Reason
            ELSE
                SET FeedToSales TO TRUE
                MOVE SV-Cus-Id-Tbl(WS-Sales-Sub) TO WS-Party-Id
                PERFORM FeedOnePayment
                MOVE "SALES - CUSTOMER" TO RG-Disposition
                MOVE SV-Cus-Id-Tbl(WS-Sales-Sub)
                    TO RG-Disposition(18:5)
                PERFORM WriteRegisterLine
                ADD 1 TO WS-To-Sales
                ADD WS-Remit-Amount TO WS-Sales-Amt
            END-IF.

      * One record on the right handoff file, counted and hashed
      * on its key for the trailer. A sponsor cheque carries the
      * sponsor id, and the student only when one is named - a
      * blank student adds nothing to the hash.
       FeedOnePayment.
            EVALUATE TRUE
                WHEN FeedToTuition
                    MOVE SPACES TO PaymentRecord
                    MOVE WS-Party-Id TO PAY-StudentId
                    MOVE WS-Remit-Amount TO WS-Pay-Amount
                    MOVE WS-Pay-Amount-X TO PAY-Amount
                    MOVE WS-Feed-Date TO PAY-Date
                    WRITE PaymentRecord
                    ADD 1 TO WS-Pay-Ctl-Count
                    ADD WS-Party-Id TO WS-Pay-Ctl-Hash
                WHEN FeedToSponsor
                    MOVE SPACES TO PaymentRecord
                    IF WS-Party-Id NOT = ZERO
                        MOVE WS-Party-Id TO PAY-StudentId
                    END-IF
                    MOVE WS-Remit-Amount TO WS-Pay-Amount
                    MOVE WS-Pay-Amount-X TO PAY-Amount
                    MOVE WS-Feed-Date TO PAY-Date
                    MOVE WS-Sponsor-Id-Num TO PAY-Sponsor-Id
                    WRITE PaymentRecord
                    ADD 1 TO WS-Pay-Ctl-Count
                    ADD WS-Party-Id TO WS-Pay-Ctl-Hash
                WHEN OTHER
                    MOVE SPACES TO ReceiptRecord
                    MOVE WS-Party-Id TO WS-Cus-Id-Num
                    MOVE WS-Cus-Id-Num TO RCP-Cus-Id
                    MOVE WS-Remit-Amount-X TO RCP-Amount
                    MOVE WS-Feed-Date TO RCP-Date
                    WRITE ReceiptRecord
                    ADD 1 TO WS-Rcp-Ctl-Count
                    ADD WS-Cus-Id-Num TO WS-Rcp-Ctl-Hash
            END-EVALUATE.

       AddToSuspense.
            MOVE SPACES TO RemitSuspenseRecord
            MOVE REM-Bank-Ref       TO RSP-Bank-Ref
            MOVE REM-Date           TO RSP-Date
            MOVE WS-Remit-Amount    TO RSP-Amount
            MOVE REM-Reference      TO RSP-Reference
            MOVE REM-Payer          TO RSP-Payer
            MOVE WS-Suspense-Reason TO RSP-Reason
            SET SuspenseUnassigned  TO TRUE
            MOVE SPACE              TO RSP-Ledger
            MOVE ZERO               TO RSP-Party-Id
            MOVE SPACES             TO RSP-Assigned-By
            MOVE ZERO               TO RSP-Assigned-Date
            SET SuspIdx TO SuspenseTableCount
            SET SuspIdx UP BY 1
            SET SuspenseTableCount TO SuspIdx
            MOVE RemitSuspenseRecord TO SU-Record-Tbl(SuspIdx)
            EVALUATE TRUE
                WHEN SuspenseNoMatch
                    MOVE "SUSPENSE - REFERENCE NOT MATCHED"
                        TO RG-Disposition
                WHEN SuspenseBothLedgers
                    MOVE "SUSPENSE - MATCHES TWO LEDGERS"
                        TO RG-Disposition
                WHEN OTHER
                    MOVE "SUSPENSE - AMOUNT OFF OPEN BALANCE"
                        TO RG-Disposition
            END-EVALUATE
            PERFORM WriteRegisterLine
            ADD 1 TO WS-To-Suspense
            ADD WS-Remit-Amount TO WS-Suspense-Amt.

      * What the operator put to a student, sponsor or customer
      * since the last run goes out now, once - the item is marked
      * fed. An item put to a sponsor names no student, so the
      * cheque spreads across all the sponsor's open invoices.
       FeedAssignedSuspense.
            PERFORM VARYING WS-Susp-Sub FROM 1 BY 1
                    UNTIL WS-Susp-Sub > SuspenseTableCount
                MOVE SU-Record-Tbl(WS-Susp-Sub) TO RemitSuspenseRecord
                IF SuspenseAssigned
                    PERFORM FeedOneAssigned
                END-IF
            END-PERFORM.

       FeedOneAssigned.
            MOVE RSP-Ledger   TO WS-Feed-Ledger
            MOVE RSP-Party-Id TO WS-Party-Id
            IF FeedToSponsor
                MOVE RSP-Party-Id TO WS-Sponsor-Id-Num
                MOVE ZERO TO WS-Party-Id
            END-IF
            MOVE RSP-Amount   TO WS-Remit-Amount
            MOVE RSP-Date     TO WS-Feed-Date
            PERFORM FeedOnePayment
            SET SuspenseFed TO TRUE
            MOVE RemitSuspenseRecord TO SU-Record-Tbl(WS-Susp-Sub)
            MOVE RSP-Bank-Ref  TO RG-Bank-Ref
            MOVE WS-Feed-Date  TO RG-Date
            MOVE RSP-Reference TO RG-Reference
            MOVE RSP-Amount    TO RG-Amount
            EVALUATE TRUE
                WHEN FeedToTuition
                    MOVE "ASSIGNED - STUDENT" TO RG-Disposition
                    MOVE RSP-Party-Id TO RG-Disposition(20:7)
                WHEN FeedToSponsor
                    MOVE "ASSIGNED - SPONSOR" TO RG-Disposition
                    MOVE WS-Sponsor-Id-Num TO RG-Disposition(20:5)
                WHEN OTHER
                    MOVE "ASSIGNED - CUSTOMER" TO RG-Disposition
                    MOVE WS-Cus-Id-Num TO RG-Disposition(21:5)
            END-EVALUATE
            PERFORM WriteRegisterLine
            ADD 1 TO WS-Assigned-Fed
            ADD RSP-Amount TO WS-Assigned-Amt.

       WriteHandoffTrailers.
            MOVE "***" TO CTL-Tag
            MOVE WS-Pay-Ctl-Count TO CTL-Record-Count
            MOVE WS-Pay-Ctl-Hash  TO CTL-Hash-Total
            MOVE ControlTrailer TO PaymentRecord
            WRITE PaymentRecord
            MOVE "***" TO CTL-Tag
            MOVE WS-Rcp-Ctl-Count TO CTL-Record-Count
            MOVE WS-Rcp-Ctl-Hash  TO CTL-Hash-Total
            MOVE ControlTrailer TO ReceiptRecord
            WRITE ReceiptRecord.

       WriteRegisterLine.
            MOVE WS-Register-Detail-Line TO ShowRegister
            WRITE ShowRegister
            MOVE SPACES TO RG-Disposition.

       WriteRegisterTotals.
            MOVE SPACES TO ShowRegister
            WRITE ShowRegister
            MOVE "TO TUITION PAYMENTS : " TO RT-Label
            MOVE WS-To-Tuition TO RT-Count
            MOVE WS-Tuition-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "TO SPONSOR CHEQUES  : " TO RT-Label
            MOVE WS-To-Sponsor TO RT-Count
            MOVE WS-Sponsor-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "TO SALES RECEIPTS   : " TO RT-Label
            MOVE WS-To-Sales TO RT-Count
            MOVE WS-Sales-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "TO SUSPENSE         : " TO RT-Label
            MOVE WS-To-Suspense TO RT-Count
            MOVE WS-Suspense-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "ASSIGNED FROM SUSP. : " TO RT-Label
            MOVE WS-Assigned-Fed TO RT-Count
            MOVE WS-Assigned-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister.

       LocateSalesInvoice.
            MOVE ZERO TO WS-Sales-Sub
            IF SalesInvTableCount > ZERO
                SET SalesIdx TO 1
                SEARCH SalesInvEntry
                   AT END MOVE ZERO TO WS-Sales-Sub
                   WHEN SV-Number-Tbl(SalesIdx) = WS-Reference-Num
                        SET WS-Sales-Sub TO SalesIdx
                END-SEARCH
            END-IF.

      * The bank's count and total against a fresh pass of the file
      * - a mismatch stops the step before anything is fed and
      * lands on EXCEPTS.DAT; no trailer at all is warned on the
      * console and allowed through.
       VerifyBankTrailer.
            OPEN INPUT RemitFile
            IF WS-Remit-Status NOT = "00"
                SET EndOfRemitFile TO TRUE
            ELSE
                READ RemitFile
                    AT END SET EndOfRemitFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRemitFile
                IF RemitTrailerRec
                    SET BankTrailerFound TO TRUE
                    MOVE RMT-Count TO WS-Bank-Count-X
                    MOVE RMT-Total TO WS-Bank-Total-X
                    IF WS-Bank-Count-X NOT NUMERIC
                       OR WS-Bank-Total-X NOT NUMERIC
                       OR WS-Bank-Count-Num NOT = WS-Bank-Count
                       OR WS-Bank-Total-Num NOT = WS-Bank-Total
                        SET BankTrailerBad TO TRUE
                    END-IF
                ELSE
                    ADD 1 TO WS-Bank-Count
                    MOVE REM-Amount TO WS-Remit-Amount-X
                    IF WS-Remit-Amount-X NUMERIC
                        ADD WS-Remit-Amount TO WS-Bank-Total
                    END-IF
                END-IF
                READ RemitFile
                    AT END SET EndOfRemitFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Remit-Status NOT = "35"
                CLOSE RemitFile
            END-IF
            MOVE "N" TO WS-Remit-EOF-Switch
            IF BankTrailerBad
                DISPLAY "RemitImport - BANKREM.DAT TRAILER DOES NOT "
                    "BALANCE - RUN ABORTED"
                MOVE "BANKREM   " TO EXC-Key
                MOVE "BANK TRAILER MISMATCH ON REMITTANCE FILE"
                    TO EXC-Reason
                PERFORM WriteCommonException
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT BankTrailerFound
                DISPLAY "RemitImport - NO BANK TRAILER ON "
                    "BANKREM.DAT - COUNTS NOT PROVED"
            END-IF.

       WriteCommonException.
            OPEN EXTEND CommonExceptFile
            MOVE "REMITIMPRT" TO EXC-Program
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

      * No SALESINV.DAT yet (a "35" status) - no reference can be a
      * sales invoice.
       LoadSalesInvTable.
            OPEN INPUT SalesInvoiceFile
            IF WS-SalesInv-Status NOT = "00"
                SET EndOfSalesInvFile TO TRUE
            ELSE
                READ SalesInvoiceFile
                    AT END SET EndOfSalesInvFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSalesInvFile
                SET SalesIdx TO SalesInvTableCount
                SET SalesIdx UP BY 1
                SET SalesInvTableCount TO SalesIdx
                MOVE SIV-Number OF SalesInvoiceRecord
                    TO SV-Number-Tbl(SalesIdx)
                MOVE SIV-Cus-Id      TO SV-Cus-Id-Tbl(SalesIdx)
                MOVE SIV-Amount OF SalesInvoiceRecord
                    TO SV-Amount-Tbl(SalesIdx)
                MOVE SIV-Paid-Amount OF SalesInvoiceRecord
                    TO SV-Paid-Tbl(SalesIdx)
                MOVE SIV-Status OF SalesInvoiceRecord
                    TO SV-Status-Tbl(SalesIdx)
                READ SalesInvoiceFile
                    AT END SET EndOfSalesInvFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-SalesInv-Status NOT = "35"
                CLOSE SalesInvoiceFile
            END-IF.

      * Only what follows the last trailer is new keying - rows
      * ahead of it were the last handoff, already posted. No
      * PAYMENTS.DAT (a "35" status) means nothing was keyed.
       LoadKeyedPayments.
            OPEN INPUT PaymentsFile
            IF WS-Payments-Status NOT = "00"
                SET EndOfPaymentsFile TO TRUE
            ELSE
                READ PaymentsFile
                    AT END SET EndOfPaymentsFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPaymentsFile
                MOVE PaymentRecord TO ControlTrailer
                IF ControlTrailerTag
                    MOVE ZERO TO KeyedPayTableCount
                ELSE
                    SET KeyedIdx TO KeyedPayTableCount
                    SET KeyedIdx UP BY 1
                    SET KeyedPayTableCount TO KeyedIdx
                    MOVE PaymentRecord TO KP-Record-Tbl(KeyedIdx)
                END-IF
                READ PaymentsFile
                    AT END SET EndOfPaymentsFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Payments-Status NOT = "35"
                CLOSE PaymentsFile
            END-IF.

      * The keyed rows go out first, counted and hashed the way
      * TuitionPayments proves them - on the student id where it
      * is a figure.
       CarryKeyedPayments.
            PERFORM VARYING KeyedIdx FROM 1 BY 1
                    UNTIL KeyedIdx > KeyedPayTableCount
                MOVE KP-Record-Tbl(KeyedIdx) TO PaymentRecord
                WRITE PaymentRecord
                ADD 1 TO WS-Pay-Ctl-Count
                IF PAY-StudentId NUMERIC
                    MOVE PAY-StudentId TO WS-Party-Id
                    ADD WS-Party-Id TO WS-Pay-Ctl-Hash
                END-IF
                ADD 1 TO WS-Keyed-Carried
            END-PERFORM.

      * No REMSUSP.DAT yet (a "35" status) just means nothing has
      * gone to suspense - the file is started tonight.
       LoadSuspenseTable.
            OPEN INPUT SuspenseFile
            IF WS-Suspense-Status NOT = "00"
                SET EndOfSuspenseFile TO TRUE
            ELSE
                READ SuspenseFile
                    AT END SET EndOfSuspenseFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSuspenseFile
                SET SuspIdx TO SuspenseTableCount
                SET SuspIdx UP BY 1
                SET SuspenseTableCount TO SuspIdx
                MOVE RemitSuspenseRecord TO SU-Record-Tbl(SuspIdx)
                READ SuspenseFile
                    AT END SET EndOfSuspenseFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Suspense-Status NOT = "35"
                CLOSE SuspenseFile
            END-IF.

       StoreSuspenseTable.
            OPEN OUTPUT SuspenseFile
            PERFORM VARYING SuspIdx FROM 1 BY 1
                    UNTIL SuspIdx > SuspenseTableCount
                MOVE SU-Record-Tbl(SuspIdx) TO RemitSuspenseRecord
                WRITE RemitSuspenseRecord
            END-PERFORM
            CLOSE SuspenseFile.

       DisplayRunTotals.
            MOVE WS-Tuition-Amt  TO WS-Tuition-Amt-Edit
            MOVE WS-Sponsor-Amt  TO WS-Sponsor-Amt-Edit
            MOVE WS-Sales-Amt    TO WS-Sales-Amt-Edit
            MOVE WS-Suspense-Amt TO WS-Suspense-Amt-Edit
            MOVE WS-Assigned-Amt TO WS-Assigned-Amt-Edit
            DISPLAY "RemitImport - Control Report"
            DISPLAY "Bank items read      : " WS-Items-Read
            DISPLAY "Bank items rejected  : " WS-Items-Rejected
            DISPLAY "To TuitionPayments   : " WS-To-Tuition
                " " WS-Tuition-Amt-Edit
            DISPLAY "To sponsor cheques   : " WS-To-Sponsor
                " " WS-Sponsor-Amt-Edit
            DISPLAY "To SalesReceipts     : " WS-To-Sales
                " " WS-Sales-Amt-Edit
            DISPLAY "To suspense          : " WS-To-Suspense
                " " WS-Suspense-Amt-Edit
            DISPLAY "Assigned items fed   : " WS-Assigned-Fed
                " " WS-Assigned-Amt-Edit
            DISPLAY "Keyed payments kept  : " WS-Keyed-Carried.

       END PROGRAM RemitImport.
