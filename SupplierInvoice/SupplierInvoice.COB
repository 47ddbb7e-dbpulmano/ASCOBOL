      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierInvoice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One transaction per supplier invoice line - I keys a line
      * against its PO number, R releases a held line to be paid
      * as invoiced, X cancels a held line the supplier is to
      * credit or re-issue.
           SELECT TransFile ASSIGN "TRANSAPI.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Trans-Status.

           SELECT InvoiceFile ASSIGN "APINV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Invoice-Status.

           SELECT PurchaseOrderFile ASSIGN "PORDERS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PO-Status.

           SELECT SupplierFile ASSIGN "SUPPMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Supplier-Status.

      * The match tolerances - how far the invoiced price may stray
      * from the PO price, and how far the quantity may run over
      * what was ordered and received, each as a percentage.
           SELECT ToleranceFile ASSIGN "APTOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Tolerance-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT RegisterFile ASSIGN "APINVREG.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "APINVEXC.RPT"
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

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
      * Quantity 99999, unit price 999.99 and VAT 9999999.99 are all
      * keyed without the point; blank VAT means none was charged.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-A          PIC X.
               88 InvoiceLineTrans         VALUE "I".
               88 ReleaseHeldTrans         VALUE "R".
               88 CancelHeldTrans          VALUE "X".
           02 SupplierId-A         PIC X(4).
           02 InvoiceNo-A          PIC X(12).
           02 InvoiceDate-A        PIC X(8).
           02 PONumber-A           PIC X(6).
           02 Quantity-A           PIC X(5).
           02 UnitPrice-A          PIC X(5).
           02 VatAmount-A          PIC X(9).

       FD  InvoiceFile.
           COPY APINV.

       FD  PurchaseOrderFile.
           COPY PORDER.

       FD  SupplierFile.
           COPY SUPPMAST.

       FD  ToleranceFile.
       01  ToleranceRecord.
           02 APT-Price-Pct        PIC 9(2)V9.
           02 FILLER               PIC X.
           02 APT-Qty-Pct          PIC 9(2)V9.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  RegisterFile.
       01  ShowRegister             PIC X(80).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Supplier      PIC X(4).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Invoice       PIC X(12).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

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

       01  WS-Trans-Status         PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-PO-Status            PIC XX      VALUE SPACES.
       01  WS-Supplier-Status      PIC XX      VALUE SPACES.
       01  WS-Tolerance-Status     PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Invoice-EOF-Switch   PIC X       VALUE "N".
           88 EndOfInvoiceFile                 VALUE "Y".
       01  WS-PO-EOF-Switch        PIC X       VALUE "N".
           88 EndOfPOFile                      VALUE "Y".
       01  WS-Supplier-EOF-Switch  PIC X       VALUE "N".
           88 EndOfSupplierFile                VALUE "Y".
       01  WS-PO-File-Switch       PIC X       VALUE "N".
           88 POFileOnHand                     VALUE "Y".

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

      * Percentages from APTOL.DAT - with no file the price may
      * stray two per cent and the quantity not at all.
       01  WS-Price-Tol-Pct        PIC 9(2)V9  VALUE 2.
       01  WS-Qty-Tol-Pct          PIC 9(2)V9  VALUE ZERO.

       01  SupplierTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  SupplierTable.
           02 SupplierEntry        OCCURS 1 TO 100 TIMES
                                    DEPENDING ON SupplierTableCount
                                    INDEXED BY SupplIdx.
               03 SP-Id-Tbl        PIC X(4).
       01  WS-Suppl-Sub            PIC 9(4)    COMP VALUE ZERO.

      * PORDERS.DAT rides here whole - the invoiced quantity on
      * each line moves as invoices approve, and the file is
      * written back at the end of the run.
       01  POTableCount            PIC 9(4)    COMP VALUE ZERO.
       01  POTable.
           02 POEntry              OCCURS 1 TO 1000 TIMES
                                    DEPENDING ON POTableCount
                                    INDEXED BY POIdx.
               03 PT-Number-Tbl    PIC 9(6).
               03 PT-Supplier-Tbl  PIC X(4).
               03 PT-Product-Tbl   PIC X.
               03 PT-Size-Tbl      PIC 9.
               03 PT-Ordered-Tbl   PIC 9(5).
               03 PT-Received-Tbl  PIC 9(5).
               03 PT-Date-Tbl      PIC 9(8).
               03 PT-Status-Tbl    PIC X.
               03 PT-Price-Tbl     PIC 9(3)V99.
               03 PT-Invoiced-Tbl  PIC 9(5).
       01  WS-PO-Sub               PIC 9(4)    COMP VALUE ZERO.

      * APINV.DAT rides here whole as record images, the way
      * PENDAPPR.DAT rides in RefundRun.
       01  InvoiceTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  InvoiceTable.
           02 InvoiceEntry         OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON InvoiceTableCount
                                    INDEXED BY InvIdx.
               03 AI-Image-Tbl     PIC X(129).
       01  WS-Inv-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Find-Status          PIC X       VALUE SPACE.

       01  WS-Date-X               PIC X(8)    VALUE SPACES.
       01  WS-Date-Split REDEFINES WS-Date-X.
           02 WS-Date-YYYY         PIC 9(4).
           02 WS-Date-MM           PIC 9(2).
           02 WS-Date-DD           PIC 9(2).
       01  WS-Price-X              PIC X(5)    VALUE SPACES.
       01  WS-Price-Num REDEFINES WS-Price-X
                                   PIC 9(3)V99.
       01  WS-Vat-X                PIC X(9)    VALUE SPACES.
       01  WS-Vat-Num REDEFINES WS-Vat-X
                                   PIC 9(7)V99.

      * The three-way match working fields - what the PO line will
      * have been invoiced for once this line is counted, against
      * what was ordered and received with the tolerance added.
       01  WS-Qty-After            PIC 9(7)    VALUE ZERO.
       01  WS-Qty-Ordered-Limit    PIC 9(7)    VALUE ZERO.
       01  WS-Qty-Received-Limit   PIC 9(7)    VALUE ZERO.
       01  WS-Price-Diff           PIC S9(3)V99 VALUE ZERO.
       01  WS-Hold-Reason          PIC X(30)   VALUE SPACES.
       01  WS-Register-Result      PIC X(30)   VALUE SPACES.

       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".
       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       01  WS-Run-Totals.
           02 WS-Trans-Read        PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Approved    PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Held        PIC 9(5)    VALUE ZERO.
           02 WS-Held-Now-Matched  PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Released    PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Cancelled   PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Net,
                               MONEY-EDIT  BY WS-Total-Net-Edit,
                               MONEY-VALUE BY ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Vat,
                               MONEY-EDIT  BY WS-Total-Vat-Edit,
                               MONEY-VALUE BY ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Gross,
                               MONEY-EDIT  BY WS-Total-Gross-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Title-Line            PIC X(80)   VALUE
           "SUPPLIER INVOICE MATCH REGISTER".

       01  WS-Column-Line           PIC X(80)   VALUE
           "SUPP  INVOICE      PO        QTY  PRICE        NET RESULT".

       01  WS-Detail-Line.
           02 DL-Supplier           PIC X(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Invoice            PIC X(12).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-PO                 PIC 9(6).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Qty                PIC ZZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Price              PIC ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Net                PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Result             PIC X(30).

       01  WS-Total-Line.
           02 FILLER                PIC X(17)   VALUE
              "APPROVED  NET : ".
           02 TL-Net                PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(8)    VALUE "  VAT : ".
           02 TL-Vat                PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(10)   VALUE "  GROSS : ".
           02 TL-Gross              PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(9)    VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The paper folder of supplier bills, retired - every
      * invoice line is keyed against the PO it bills and matched
      * three ways: the price to the PO price, and the quantity to
      * what was ordered and to what StockUpdate has received, all
      * counting what earlier invoices already took and within the
      * APTOL.DAT tolerances. A line that matches is approved and
      * journalled - purchases and input VAT debited, the supplier
      * creditor credited - ready for SupplierPayRun. A line that
      * does not is held with its reason and tried again every run
      * until it matches, is released by a person, or is cancelled.
            PERFORM GetBusinessDate
            PERFORM GetOperatorId
            PERFORM LoadTolerances
            PERFORM LoadSupplierTable
            PERFORM LoadPOTable
            PERFORM LoadInvoiceTable
            PERFORM LoadChartTable
            PERFORM GetLastClosedMonth

            OPEN OUTPUT RegisterFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile
            MOVE WS-Title-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Column-Line TO ShowRegister
            WRITE ShowRegister

            PERFORM RematchHeldLines
                VARYING WS-Inv-Sub FROM 1 BY 1
                UNTIL WS-Inv-Sub > InvoiceTableCount

            OPEN INPUT TransFile
            IF WS-Trans-Status NOT = "00"
                SET EndOfTransFile-WS TO TRUE
            ELSE
                READ TransFile
                    AT END SET EndOfTransFile-WS TO TRUE
                END-READ
            END-IF
            PERFORM ApplyInvoiceTrans UNTIL EndOfTransFile-WS
            IF WS-Trans-Status NOT = "35"
                CLOSE TransFile
            END-IF

            COMPUTE WS-Total-Gross = WS-Total-Net + WS-Total-Vat
            MOVE WS-Total-Net   TO TL-Net
            MOVE WS-Total-Vat   TO TL-Vat
            MOVE WS-Total-Gross TO TL-Gross
            MOVE WS-Blank-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Total-Line TO ShowRegister
            WRITE ShowRegister

            CLOSE RegisterFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StoreInvoiceTable
            IF POFileOnHand
                PERFORM StorePOTable
            END-IF
            IF WS-Total-Gross > ZERO
                PERFORM WriteJournalEntries
            END-IF

            MOVE WS-Total-Net   TO WS-Total-Net-Edit
            MOVE WS-Total-Vat   TO WS-Total-Vat-Edit
            MOVE WS-Total-Gross TO WS-Total-Gross-Edit
            DISPLAY "SupplierInvoice - Control Report"
            DISPLAY "Business date        : " WS-Business-Date
            DISPLAY "Transactions read    : " WS-Trans-Read
            DISPLAY "Lines approved       : " WS-Lines-Approved
            DISPLAY "Held lines now match : " WS-Held-Now-Matched
            DISPLAY "Lines held           : " WS-Lines-Held
            DISPLAY "Held lines released  : " WS-Lines-Released
            DISPLAY "Held lines cancelled : " WS-Lines-Cancelled
            DISPLAY "Transactions rejected: " WS-Trans-Rejected
            DISPLAY "Journal lines reject : " WS-Jrnl-Lines-Rejected
            DISPLAY "Approved net         : " WS-Total-Net-Edit
            DISPLAY "Approved input VAT   : " WS-Total-Vat-Edit
            DISPLAY "Approved gross       : " WS-Total-Gross-Edit
            STOP RUN.

      * A line held on an earlier run is matched again first - the
      * goods it was waiting for may have come in since.
       RematchHeldLines.
            MOVE AI-Image-Tbl(WS-Inv-Sub) TO SupplierInvoiceRecord
            IF InvoiceHeld
                PERFORM LocatePOLine
                PERFORM MatchInvoiceLine
                IF InvoiceApproved
                    MOVE "APPROVED ON RE-MATCH" TO WS-Register-Result
                    ADD 1 TO WS-Held-Now-Matched
                    PERFORM WriteRegisterLine
                END-IF
                MOVE SupplierInvoiceRecord
                    TO AI-Image-Tbl(WS-Inv-Sub)
            END-IF.

       ApplyInvoiceTrans.
            ADD 1 TO WS-Trans-Read
            MOVE SupplierId-A TO Except-Supplier
            MOVE InvoiceNo-A  TO Except-Invoice
            EVALUATE TRUE
                WHEN InvoiceLineTrans
                    PERFORM ApplyInvoiceLine
                WHEN ReleaseHeldTrans
                    PERFORM ApplyReleaseHeld
                WHEN CancelHeldTrans
                    PERFORM ApplyCancelHeld
                WHEN OTHER
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM RejectTransaction
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

       ApplyInvoiceLine.
            PERFORM LocateSupplierEntry
            MOVE InvoiceDate-A TO WS-Date-X
            IF PONumber-A NUMERIC
                MOVE PONumber-A TO API-PO-Number
                PERFORM LocatePOLine
            ELSE
                MOVE ZERO TO WS-PO-Sub
            END-IF
            MOVE SPACE TO WS-Find-Status
            PERFORM LocateInvoiceLine
            EVALUATE TRUE
                WHEN WS-Suppl-Sub = ZERO
                    MOVE "SUPPLIER NOT ON FILE" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN InvoiceNo-A = SPACES
                    MOVE "INVOICE NUMBER MISSING" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN WS-Date-X NOT NUMERIC
                  OR WS-Date-MM < 1 OR WS-Date-MM > 12
                  OR WS-Date-DD < 1 OR WS-Date-DD > 31
                    MOVE "INVOICE DATE NOT VALID" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN Quantity-A NOT NUMERIC
                  OR Quantity-A = ZERO
                    MOVE "QUANTITY NOT VALID" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN UnitPrice-A NOT NUMERIC
                    MOVE "UNIT PRICE NOT NUMERIC" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN VatAmount-A NOT = SPACES
                 AND VatAmount-A NOT NUMERIC
                    MOVE "VAT AMOUNT NOT NUMERIC" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN WS-PO-Sub = ZERO
                    MOVE "PO NUMBER NOT ON FILE" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN PT-Supplier-Tbl(WS-PO-Sub) NOT = SupplierId-A
                    MOVE "PO RAISED ON ANOTHER SUPPLIER"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN WS-Inv-Sub > ZERO
                    MOVE "INVOICE LINE ALREADY KEYED" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN OTHER
                    PERFORM BuildInvoiceLine
                    PERFORM MatchInvoiceLine
                    IF InvoiceApproved
                        MOVE "APPROVED" TO WS-Register-Result
                    ELSE
                        MOVE API-Hold-Reason TO WS-Register-Result
                    END-IF
                    PERFORM WriteRegisterLine
                    SET InvIdx TO InvoiceTableCount
                    SET InvIdx UP BY 1
                    SET InvoiceTableCount TO InvIdx
                    MOVE SupplierInvoiceRecord TO AI-Image-Tbl(InvIdx)
            END-EVALUATE.

       BuildInvoiceLine.
            MOVE SPACES TO SupplierInvoiceRecord
            MOVE SupplierId-A  TO API-Supplier-Id
            MOVE InvoiceNo-A   TO API-Invoice-No
            MOVE InvoiceDate-A TO API-Invoice-Date
            MOVE PT-Number-Tbl(WS-PO-Sub)  TO API-PO-Number
            MOVE PT-Product-Tbl(WS-PO-Sub) TO API-Product-Id
            MOVE PT-Size-Tbl(WS-PO-Sub)    TO API-Unit-Size
            MOVE Quantity-A    TO API-Quantity
            MOVE UnitPrice-A   TO WS-Price-X
            MOVE WS-Price-Num  TO API-Unit-Price
            COMPUTE API-Net = API-Quantity * API-Unit-Price
            IF VatAmount-A = SPACES
                MOVE ZERO TO API-Vat
            ELSE
                MOVE VatAmount-A TO WS-Vat-X
                MOVE WS-Vat-Num  TO API-Vat
            END-IF
            MOVE SPACES TO API-Hold-Reason
            MOVE WS-Business-Date TO API-Keyed-Date
            MOVE ZERO TO API-Posted-Date
            MOVE ZERO TO API-Paid-Date.

      * The three-way match. A PO line carried no price before
      * prices rode the order, so its invoice cannot be checked and
      * holds. Otherwise the price must sit within tolerance of the
      * PO price, and the quantity invoiced to date - this line
      * included - must not run past the ordered or the received
      * quantity by more than the quantity tolerance.
       MatchInvoiceLine.
            MOVE SPACES TO WS-Hold-Reason
            IF WS-PO-Sub = ZERO
                MOVE "HELD - PO NUMBER NOT ON FILE" TO WS-Hold-Reason
            ELSE
                COMPUTE WS-Qty-After =
                    PT-Invoiced-Tbl(WS-PO-Sub) + API-Quantity
                COMPUTE WS-Qty-Ordered-Limit =
                    PT-Ordered-Tbl(WS-PO-Sub)
                    * (100 + WS-Qty-Tol-Pct) / 100
                COMPUTE WS-Qty-Received-Limit =
                    PT-Received-Tbl(WS-PO-Sub)
                    * (100 + WS-Qty-Tol-Pct) / 100
                COMPUTE WS-Price-Diff =
                    API-Unit-Price - PT-Price-Tbl(WS-PO-Sub)
                IF WS-Price-Diff < ZERO
                    COMPUTE WS-Price-Diff = ZERO - WS-Price-Diff
                END-IF
                EVALUATE TRUE
                    WHEN PT-Price-Tbl(WS-PO-Sub) = ZERO
                        MOVE "HELD - PO LINE HAS NO PRICE"
                            TO WS-Hold-Reason
                    WHEN (WS-Price-Diff * 100) >
                         (PT-Price-Tbl(WS-PO-Sub) * WS-Price-Tol-Pct)
                        MOVE "HELD - PRICE OUTSIDE TOLERANCE"
                            TO WS-Hold-Reason
                    WHEN WS-Qty-After > WS-Qty-Ordered-Limit
                        MOVE "HELD - MORE THAN ORDERED"
                            TO WS-Hold-Reason
                    WHEN WS-Qty-After > WS-Qty-Received-Limit
                        MOVE "HELD - MORE THAN RECEIVED"
                            TO WS-Hold-Reason
                END-EVALUATE
            END-IF
            IF WS-Hold-Reason = SPACES
                PERFORM ApproveInvoiceLine
            ELSE
                IF NOT InvoiceHeld
                    ADD 1 TO WS-Lines-Held
                END-IF
                SET InvoiceHeld TO TRUE
                MOVE WS-Hold-Reason TO API-Hold-Reason
            END-IF.

      * Approval counts the quantity against the PO line and dates
      * the line into the ledger - the posted date is the date the
      * input VAT is reclaimed on.
       ApproveInvoiceLine.
            IF WS-PO-Sub > ZERO
                ADD API-Quantity TO PT-Invoiced-Tbl(WS-PO-Sub)
            END-IF
            SET InvoiceApproved TO TRUE
            MOVE SPACES TO API-Hold-Reason
            MOVE WS-Business-Date TO API-Posted-Date
            ADD API-Net TO WS-Total-Net
            ADD API-Vat TO WS-Total-Vat
            ADD 1 TO WS-Lines-Approved.

      * A person has looked at the held line and agreed it - it is
      * approved as invoiced, whatever the match said.
       ApplyReleaseHeld.
            MOVE "H" TO WS-Find-Status
            PERFORM LocateKeyedHeldLine
            IF WS-Inv-Sub = ZERO
                MOVE "NO HELD LINE TO RELEASE" TO Except-Detail
                PERFORM RejectTransaction
            ELSE
                MOVE AI-Image-Tbl(WS-Inv-Sub) TO SupplierInvoiceRecord
                MOVE SupplierInvoiceRecord TO AUD-Before-Image
                PERFORM LocatePOLine
                PERFORM ApproveInvoiceLine
                MOVE SupplierInvoiceRecord TO AI-Image-Tbl(WS-Inv-Sub)
                MOVE "RELEASED FROM HOLD" TO WS-Register-Result
                PERFORM WriteRegisterLine
                MOVE SupplierInvoiceRecord TO AUD-After-Image
                MOVE "APINV RELEASE" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Lines-Released
            END-IF.

      * A cancelled line stays on file for the history but is never
      * matched, posted or paid.
       ApplyCancelHeld.
            MOVE "H" TO WS-Find-Status
            PERFORM LocateKeyedHeldLine
            IF WS-Inv-Sub = ZERO
                MOVE "NO HELD LINE TO CANCEL" TO Except-Detail
                PERFORM RejectTransaction
            ELSE
                MOVE AI-Image-Tbl(WS-Inv-Sub) TO SupplierInvoiceRecord
                MOVE SupplierInvoiceRecord TO AUD-Before-Image
                SET InvoiceCancelled TO TRUE
                MOVE SupplierInvoiceRecord TO AI-Image-Tbl(WS-Inv-Sub)
                MOVE "CANCELLED" TO WS-Register-Result
                PERFORM WriteRegisterLine
                MOVE SupplierInvoiceRecord TO AUD-After-Image
                MOVE "APINV CANCEL" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Lines-Cancelled
            END-IF.

       LocateKeyedHeldLine.
            IF PONumber-A NUMERIC
                MOVE PONumber-A TO API-PO-Number
                PERFORM LocateInvoiceLine
            ELSE
                MOVE ZERO TO WS-Inv-Sub
            END-IF.

      * The supplier, invoice and PO number name one line. With a
      * status asked for, only a line in that status will do;
      * otherwise any line not cancelled counts as already keyed.
       LocateInvoiceLine.
            MOVE ZERO TO WS-Inv-Sub
            PERFORM VARYING InvIdx FROM 1 BY 1
                    UNTIL InvIdx > InvoiceTableCount
                    OR WS-Inv-Sub > ZERO
                IF AI-Image-Tbl(InvIdx)(1:4) = SupplierId-A
                   AND AI-Image-Tbl(InvIdx)(6:12) = InvoiceNo-A
                   AND AI-Image-Tbl(InvIdx)(28:6) = PONumber-A
                    IF WS-Find-Status = SPACE
                        IF AI-Image-Tbl(InvIdx)(71:1) NOT = "X"
                            SET WS-Inv-Sub TO InvIdx
                        END-IF
                    ELSE
                        IF AI-Image-Tbl(InvIdx)(71:1) = WS-Find-Status
                            SET WS-Inv-Sub TO InvIdx
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       LocatePOLine.
            MOVE ZERO TO WS-PO-Sub
            IF POTableCount > ZERO
                SET POIdx TO 1
                SEARCH POEntry
                   AT END MOVE ZERO TO WS-PO-Sub
                   WHEN PT-Number-Tbl(POIdx) = API-PO-Number
                        SET WS-PO-Sub TO POIdx
                END-SEARCH
            END-IF.

       LocateSupplierEntry.
            MOVE ZERO TO WS-Suppl-Sub
            IF SupplierTableCount > ZERO
                SET SupplIdx TO 1
                SEARCH SupplierEntry
                   AT END MOVE ZERO TO WS-Suppl-Sub
                   WHEN SP-Id-Tbl(SupplIdx) = SupplierId-A
                        SET WS-Suppl-Sub TO SupplIdx
                END-SEARCH
            END-IF.

       WriteRegisterLine.
            MOVE API-Supplier-Id    TO DL-Supplier
            MOVE API-Invoice-No     TO DL-Invoice
            MOVE API-PO-Number      TO DL-PO
            MOVE API-Quantity       TO DL-Qty
            MOVE API-Unit-Price     TO DL-Price
            MOVE API-Net            TO DL-Net
            MOVE WS-Register-Result TO DL-Result
            MOVE WS-Detail-Line TO ShowRegister
            WRITE ShowRegister.

       RejectTransaction.
            PERFORM WriteExceptionRecord
            ADD 1 TO WS-Trans-Rejected.

      * One balanced posting per run - purchases and the input VAT
      * reclaimable debited, the trade creditor credited with the
      * gross the suppliers are owed.
       WriteJournalEntries.
            OPEN EXTEND JournalFile
            MOVE "PURCHASE" TO GLJ-Account
            MOVE WS-Total-Net TO GLJ-Debit
            MOVE ZERO TO GLJ-Credit
            MOVE WS-Business-Date TO GLJ-Date
            MOVE "SUPPINVOIC" TO GLJ-Source
            PERFORM PostJournalLine
            IF WS-Total-Vat > ZERO
                MOVE "VATINPUT" TO GLJ-Account
                MOVE WS-Total-Vat TO GLJ-Debit
                MOVE ZERO TO GLJ-Credit
                MOVE WS-Business-Date TO GLJ-Date
                MOVE "SUPPINVOIC" TO GLJ-Source
                PERFORM PostJournalLine
            END-IF
            MOVE "CREDITRS" TO GLJ-Account
            MOVE ZERO TO GLJ-Debit
            MOVE WS-Total-Gross TO GLJ-Credit
            MOVE WS-Business-Date TO GLJ-Date
            MOVE "SUPPINVOIC" TO GLJ-Source
            PERFORM PostJournalLine
            CLOSE JournalFile.

      * No APTOL.DAT (a "35" status) leaves the default tolerances.
       LoadTolerances.
            OPEN INPUT ToleranceFile
            IF WS-Tolerance-Status = "00"
                READ ToleranceFile
                    AT END CONTINUE
                    NOT AT END
                        IF APT-Price-Pct NUMERIC
                            MOVE APT-Price-Pct TO WS-Price-Tol-Pct
                        END-IF
                        IF APT-Qty-Pct NUMERIC
                            MOVE APT-Qty-Pct TO WS-Qty-Tol-Pct
                        END-IF
                END-READ
                CLOSE ToleranceFile
            END-IF.

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
                READ SupplierFile
                    AT END SET EndOfSupplierFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Supplier-Status NOT = "35"
                CLOSE SupplierFile
            END-IF.

      * No PORDERS.DAT (a "35" status) means nothing was ever
      * ordered - every invoice line rejects and the file is not
      * written back.
       LoadPOTable.
            OPEN INPUT PurchaseOrderFile
            IF WS-PO-Status NOT = "00"
                SET EndOfPOFile TO TRUE
            ELSE
                SET POFileOnHand TO TRUE
                READ PurchaseOrderFile
                    AT END SET EndOfPOFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPOFile
                SET POIdx TO POTableCount
                SET POIdx UP BY 1
                SET POTableCount TO POIdx
                MOVE PO-Number       TO PT-Number-Tbl(POIdx)
                MOVE PO-Supplier-Id  TO PT-Supplier-Tbl(POIdx)
                MOVE PO-Product-Id   TO PT-Product-Tbl(POIdx)
                MOVE PO-Unit-Size    TO PT-Size-Tbl(POIdx)
                MOVE PO-Qty-Ordered  TO PT-Ordered-Tbl(POIdx)
                MOVE PO-Qty-Received TO PT-Received-Tbl(POIdx)
                MOVE PO-Date         TO PT-Date-Tbl(POIdx)
                MOVE PO-Status       TO PT-Status-Tbl(POIdx)
                IF PO-Unit-Price NUMERIC
                    MOVE PO-Unit-Price TO PT-Price-Tbl(POIdx)
                ELSE
                    MOVE ZERO TO PT-Price-Tbl(POIdx)
                END-IF
                IF PO-Qty-Invoiced NUMERIC
                    MOVE PO-Qty-Invoiced TO PT-Invoiced-Tbl(POIdx)
                ELSE
                    MOVE ZERO TO PT-Invoiced-Tbl(POIdx)
                END-IF
                READ PurchaseOrderFile
                    AT END SET EndOfPOFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-PO-Status NOT = "35"
                CLOSE PurchaseOrderFile
            END-IF.

       StorePOTable.
            OPEN OUTPUT PurchaseOrderFile
            PERFORM VARYING POIdx FROM 1 BY 1
                    UNTIL POIdx > POTableCount
                MOVE PT-Number-Tbl(POIdx)   TO PO-Number
                MOVE PT-Supplier-Tbl(POIdx) TO PO-Supplier-Id
                MOVE PT-Product-Tbl(POIdx)  TO PO-Product-Id
                MOVE PT-Size-Tbl(POIdx)     TO PO-Unit-Size
                MOVE PT-Ordered-Tbl(POIdx)  TO PO-Qty-Ordered
                MOVE PT-Received-Tbl(POIdx) TO PO-Qty-Received
                MOVE PT-Date-Tbl(POIdx)     TO PO-Date
                MOVE PT-Status-Tbl(POIdx)   TO PO-Status
                MOVE PT-Price-Tbl(POIdx)    TO PO-Unit-Price
                MOVE PT-Invoiced-Tbl(POIdx) TO PO-Qty-Invoiced
                WRITE PurchaseOrderRecord
            END-PERFORM
            CLOSE PurchaseOrderFile.

      * No APINV.DAT yet (a "35" status) means no supplier invoice
      * has ever been keyed.
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
            OPEN OUTPUT InvoiceFile
            PERFORM VARYING InvIdx FROM 1 BY 1
                    UNTIL InvIdx > InvoiceTableCount
                MOVE AI-Image-Tbl(InvIdx) TO SupplierInvoiceRecord
                WRITE SupplierInvoiceRecord
            END-PERFORM
            CLOSE InvoiceFile.

      * A released or cancelled line names the supplier and the
      * invoice; the line itself rides the before and after images.
       WriteAuditRecord.
            MOVE "SUPPINVOIC"       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE ZERO               TO AUD-StudentId
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE SupplierId-A       TO AUD-Before-CourseCode
            MOVE SupplierId-A       TO AUD-After-CourseCode
            MOVE WS-Operator-Id     TO AUD-Approved-By
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

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

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

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
            MOVE "SUPPINVOIC" TO EXC-Program
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

       END PROGRAM SupplierInvoice.
