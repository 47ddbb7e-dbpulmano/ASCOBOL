                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-InvNum-Status.

      * Points customers have asked to redeem - each request waits
      * on file until the customer's next invoice takes it as a
      * credit, valued at the scheme's point value and written to
      * the points ledger.
           SELECT RedemptionFile ASSIGN "LOYREDM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Redeem-Status.

           SELECT LoyaltyControlFile ASSIGN "LOYCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LoyCtl-Status.

           SELECT LoyaltyFile ASSIGN "LOYALTY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Loyalty-Status.

      * The customer's address off the master, placed in a delivery
      * zone to find the carriage the invoice owes.
           SELECT CustomerFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-Cus-Id
                  FILE STATUS IS WS-Customer-Status.

           SELECT DeliveryZoneFile ASSIGN "DELZONE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Zone-Status.

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

      * The delivery notes PODCapture keeps the proofs on, and the
      * invoices held for an invoice-on-delivery customer until the
      * proofs are in.
           SELECT DeliveryNoteFile ASSIGN "DELNOTES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DelNote-Status.

           SELECT HeldInvoiceFile ASSIGN "SINVHOLD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Held-Status.

      * The carriage VAT charged, invoice by invoice, alongside the
      * sales lines' output VAT for the quarter's VAT return.
           SELECT VatTranFile ASSIGN "VATTRAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VatTran-Status.

           SELECT RegisterFile ASSIGN "SINVREG.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  InvoiceNumRecord.
           02 SVN-Next-Number      PIC 9(6).

       FD  RedemptionFile.
       01  RedemptionRecord.
           02 RD-Cus-Id             PIC X(5).
           02 RD-Points             PIC X(7).

       FD  LoyaltyControlFile.
           COPY LOYCTL.

       FD  LoyaltyFile.
           COPY LOYALTY.

       FD  CustomerFile.
           COPY CUSTMAST.

       FD  DeliveryZoneFile.
           COPY DELZONE.

       FD  JournalFile.
           COPY GLJRNL.

       FD  ChartFile.
           COPY CHARTACC.

       FD  CloseControlFile.
       01  CloseControlRecord.
           02 GLC-Last-Closed      PIC 9(6).

       FD  DeliveryNoteFile.
           COPY DELNOTE.

       FD  VatTranFile.
           COPY VATTRAN.

       FD  HeldInvoiceFile.
       01  HeldInvoiceRecord.
           02 HD-Cus-Id             PIC 9(5).
           02 FILLER                PIC X       VALUE SPACE.
           02 HD-Period-Begin       PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 HD-Amount             PIC 9(7)V99.

       FD  RegisterFile.
       01  ShowRegister             PIC X(80).

           88 EndOfXrefFile                     VALUE "Y".

       01  WS-Today-Num             PIC 9(8)    VALUE ZERO.
       01  WS-Period-Begin          PIC 9(8)    VALUE ZERO.
       01  WS-Period-End            PIC 9(8)    VALUE ZERO.
       01  WS-Next-Invoice-Number   PIC 9(6)    VALUE 1.

               03 CN-Price-Tbl      PIC 9(3)V99.
               03 CN-Start-Tbl      PIC 9(8).
               03 CN-End-Tbl        PIC 9(8).
               03 CN-Quote-Units-Tbl PIC 9(3).
       01  WS-Quote-Price-Sw        PIC X       VALUE "N".
           88 QuotedPriceUsed                   VALUE "Y".

       01  WS-Promo-Status          PIC XX      VALUE SPACES.
       01  WS-Promo-EOF-Switch      PIC X       VALUE "N".
       01  WS-Discount-Amount       PIC S9(5)V99 VALUE ZERO.
       01  WS-Net-Amount            PIC S9(5)V99 VALUE ZERO.

      * Loyalty redemption - the requests waiting, and each
      * customer's points balance summed from the ledger less what
      * this run has already credited.
       01  WS-Redeem-Status         PIC XX      VALUE SPACES.
       01  WS-LoyCtl-Status         PIC XX      VALUE SPACES.
       01  WS-Loyalty-Status        PIC XX      VALUE SPACES.
       01  WS-Redeem-EOF-Switch     PIC X       VALUE "N".
           88 EndOfRedemptionFile               VALUE "Y".
       01  WS-Loyalty-EOF-Switch    PIC X       VALUE "N".
           88 EndOfLoyaltyFile                  VALUE "Y".
       01  WS-LoyCtl-Switch         PIC X       VALUE "N".
           88 LoyaltySchemeRunning              VALUE "Y".

       01  RedeemTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  RedeemTable.
           02 RedeemEntry           OCCURS 1 TO 500 TIMES
                                     DEPENDING ON RedeemTableCount
                                     INDEXED BY RedeemIdx.
               03 RQ-Cus-Id-Tbl     PIC 9(5).
               03 RQ-Points-Tbl     PIC 9(7).
               03 RQ-Done-Tbl       PIC X.
                   88 RedeemRequestDone    VALUE "Y".

       01  LoyBalTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  LoyBalTable.
           02 LoyBalEntry           OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON LoyBalTableCount
                                     INDEXED BY LoyBalIdx.
               03 LB-Cus-Id-Tbl     PIC 9(5).
               03 LB-Balance-Tbl    PIC S9(9).
       01  WS-LoyBal-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Loy-Cus-Id            PIC 9(5)    VALUE ZERO.

       01  WS-Invoice-Amount        PIC S9(7)V99 VALUE ZERO.
       01  WS-Redeem-Points         PIC 9(7)    VALUE ZERO.
       01  WS-Redeem-Credit         PIC 9(7)V99 VALUE ZERO.
       01  WS-Invoice-Credit        PIC 9(7)V99 VALUE ZERO.
       01  WS-Redeem-Reason         PIC X(40)   VALUE SPACES.
       01  WS-Redeem-Key            PIC X(10)   VALUE SPACES.

      * DELZONE.DAT rides in this table for the run. ZN-Length-Tbl
      * is how many characters of the prefix were keyed - zero for
      * a row that covers the rest of its city. No DELZONE.DAT (a
      * "35" status) means zones are not set up yet - no carriage
      * is charged, as before.
       01  WS-Customer-Status       PIC XX      VALUE SPACES.
       01  WS-Customer-File-Sw      PIC X       VALUE "N".
           88 CustomerFileOnHand                VALUE "Y".
       01  WS-Zone-Status           PIC XX      VALUE SPACES.
       01  WS-Zone-EOF-Switch       PIC X       VALUE "N".
           88 EndOfZoneFile                     VALUE "Y".
       01  ZoneTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  ZoneTable.
           02 ZoneEntry             OCCURS 1 TO 500 TIMES
                                     DEPENDING ON ZoneTableCount
                                     INDEXED BY ZoneIdx.
               03 ZN-City-Tbl       PIC X(15).
               03 ZN-Prefix-Tbl     PIC X(4).
               03 ZN-Length-Tbl     PIC 9.
               03 ZN-Route-Tbl      PIC X(4).
               03 ZN-Carriage-Tbl   PIC 9(3)V99.
               03 ZN-Threshold-Tbl  PIC 9(5)V99.
       01  WS-Zone-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Prefix-Length         PIC 9(4)    COMP VALUE ZERO.
       01  WS-Best-Length           PIC 9       VALUE ZERO.

      * Carriage is a standard-rated supply - the category 1 rate
      * on the sales report's VatRateTable.
       01  WS-Carriage-Vat-Rate     PIC 9V999   VALUE 0.230.
       01  WS-Carriage-Amount       PIC 9(3)V99 VALUE ZERO.
       01  WS-Carriage-VAT          PIC 9(3)V99 VALUE ZERO.
       01  WS-Total-Carriage        PIC 9(7)V99 VALUE ZERO.
       01  WS-Total-Carriage-VAT    PIC 9(7)V99 VALUE ZERO.
       01  WS-Carriage-Debtors      PIC 9(7)V99 VALUE ZERO.

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

      * Each delivery note line's customer, period and whether it
      * still waits on its proof - no DELNOTES.DAT means no notes,
      * so every invoice-on-delivery customer holds. PODCapture
      * drops settled lines of finished periods, so the file stays
      * within the table; one that does not stops the run.
       01  WS-DelNote-Table-Max     PIC 9(4)    COMP VALUE 5000.
       01  WS-DelNote-Status        PIC XX      VALUE SPACES.
       01  WS-DelNote-EOF-Switch    PIC X       VALUE "N".
           88 EndOfDelNoteFile                  VALUE "Y".
       01  DelNoteTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  DelNoteTable.
           02 DelNoteEntry          OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON DelNoteTableCount
                                     INDEXED BY DelNoteIdx.
               03 DT-Cus-Id-Tbl     PIC 9(5).
               03 DT-Period-Tbl     PIC 9(8).
               03 DT-Status-Tbl     PIC X.
                   88 DelNoteAwaitingPOD   VALUE "O" "N".
       01  WS-Notes-Found           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Notes-Awaiting        PIC 9(4)    COMP VALUE ZERO.

      * SINVHOLD.DAT for the run - rows released here are dropped
      * when it is written back.
       01  WS-Held-Status           PIC XX      VALUE SPACES.
       01  WS-VatTran-Status        PIC XX      VALUE SPACES.
       01  WS-Held-EOF-Switch       PIC X       VALUE "N".
           88 EndOfHeldFile                     VALUE "Y".
       01  HeldTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Held-Loaded           PIC 9(4)    COMP VALUE ZERO.
       01  HeldTable.
           02 HeldEntry             OCCURS 1 TO 500 TIMES
                                     DEPENDING ON HeldTableCount
                                     INDEXED BY HeldIdx.
               03 HT-Cus-Id-Tbl     PIC 9(5).
               03 HT-Period-Tbl     PIC 9(8).
               03 HT-Amount-Tbl     PIC 9(7)V99.
               03 HT-Released-Tbl   PIC X.
                   88 HeldInvoiceReleased  VALUE "Y".
       01  WS-Hold-Switch           PIC X       VALUE "N".
           88 InvoiceHeldForPOD                 VALUE "Y".
       01  WS-Raise-Cus-Id          PIC 9(5)    VALUE ZERO.
       01  WS-Raise-Period          PIC 9(8)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Lines-Priced       PIC 9(7)    VALUE ZERO.
           02 WS-Invoices-Raised    PIC 9(5)    VALUE ZERO.
           02 WS-Credit-Customers   PIC 9(5)    VALUE ZERO.
           02 WS-Points-Redeemed    PIC 9(9)    VALUE ZERO.
           02 WS-Redeem-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-Redeem-Waiting     PIC 9(5)    VALUE ZERO.
           02 WS-Carriage-Charged   PIC 9(5)    VALUE ZERO.
           02 WS-Customers-Unzoned  PIC 9(5)    VALUE ZERO.
           02 WS-Invoices-Held      PIC 9(5)    VALUE ZERO.
           02 WS-Held-Released      PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Invoiced,
                               MONEY-EDIT  BY WS-Total-Invoiced-Edit,
           02 DL-Date               PIC 9(8).
           02 FILLER                PIC X(43)   VALUE SPACES.

       01  WS-Redeem-Line.
           02 FILLER                PIC X(14)   VALUE SPACES.
           02 FILLER                PIC X(16)   VALUE
              "LOYALTY CREDIT  ".
           02 RL-Points             PIC Z(6)9.
           02 FILLER                PIC X(8)    VALUE " POINTS ".
           02 RL-Credit             PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(22)   VALUE SPACES.

       01  WS-Carriage-Line.
           02 FILLER                PIC X(14)   VALUE SPACES.
           02 FILLER                PIC X(10)   VALUE "CARRIAGE  ".
           02 CL-Amount             PIC Z,ZZ9.99.
           02 FILLER                PIC X(6)    VALUE "  VAT ".
           02 CL-VAT                PIC Z,ZZ9.99.
           02 FILLER                PIC X(8)    VALUE "  ROUTE ".
           02 CL-Route              PIC X(4).
           02 FILLER                PIC X(22)   VALUE SPACES.

       01  WS-Net-Due-Line.
           02 FILLER                PIC X(14)   VALUE SPACES.
           02 FILLER                PIC X(31)   VALUE
              "INVOICE AMOUNT DUE             ".
           02 NL-Amount             PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(23)   VALUE SPACES.

       01  WS-Held-Line.
           02 FILLER                PIC X(8)    VALUE SPACES.
           02 HL-Cus-Id             PIC 9(5).
           02 FILLER                PIC X       VALUE SPACE.
           02 HL-Amount             PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 FILLER                PIC X(26)   VALUE
              "AWAITING PROOF OF DELIVERY".
           02 FILLER                PIC X(26)   VALUE SPACES.

       01  WS-Release-Line.
           02 FILLER                PIC X(14)   VALUE SPACES.
           02 FILLER                PIC X(32)   VALUE
              "RELEASED ON PROOF OF DELIVERY - ".
           02 FILLER                PIC X(7)    VALUE "PERIOD ".
           02 RS-Period             PIC 9(8).
           02 FILLER                PIC X(19)   VALUE SPACES.

       01  WS-Total-Line.
           02 FILLER                PIC X(18)   VALUE
              "INVOICES RAISED : ".
      * and one numbered invoice per customer raises onto
      * SALESINV.DAT at the period end date, with a register for
      * the office. A returns-heavy customer who nets negative is
      * counted, not invoiced for a minus. An invoice whose goods
      * fall short of the customer's delivery zone threshold carries
      * the zone's carriage plus VAT, journaled to carriage income
      * at the end of the run; an address no zone covers goes to
      * EXCEPTS.DAT and carries none. A customer invoiced on
      * delivery is held on SINVHOLD.DAT until PODCapture has a
      * proof on every note of the period, and raises on the run
      * after it does.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM ReadPeriodHeader
            PERFORM VerifyValidTrailer
            PERFORM LoadPromoTable
            PERFORM LoadStudentXref
            PERFORM GetNextInvoiceNumber
            PERFORM LoadZoneTable
            PERFORM OpenCustomerMaster
            PERFORM LoadDelNoteTable
            PERFORM LoadHeldInvoices
            IF ZoneTableCount > ZERO
                PERFORM LoadChartTable
                PERFORM GetLastClosedMonth
            END-IF
            PERFORM LoadLoyaltyControl
            IF LoyaltySchemeRunning
                PERFORM LoadLoyaltyBalances
                PERFORM LoadRedemptionTable
            END-IF
            PERFORM TallyCustomerRevenue

            OPEN EXTEND SalesInvoiceFile
            OPEN EXTEND VatTranFile
            IF WS-VatTran-Status = "35"
                OPEN OUTPUT VatTranFile
            END-IF
            OPEN OUTPUT RegisterFile
            MOVE WS-Title-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Column-Line TO ShowRegister
            WRITE ShowRegister

            MOVE HeldTableCount TO WS-Held-Loaded
            PERFORM ReleaseHeldInvoice
                VARYING HeldIdx FROM 1 BY 1
                UNTIL HeldIdx > WS-Held-Loaded
            PERFORM RaiseOneInvoice
                VARYING WS-CustTot-Sub FROM 1 BY 1
                UNTIL WS-CustTot-Sub > CustTotTableCount
            WRITE ShowRegister

            CLOSE SalesInvoiceFile
            CLOSE VatTranFile
            CLOSE RegisterFile
            IF CustomerFileOnHand
                CLOSE CustomerFile
            END-IF
            IF WS-Total-Carriage > ZERO
                PERFORM WriteJournalEntries
            END-IF
            PERFORM StoreNextInvoiceNumber
            PERFORM StoreHeldInvoices
            IF LoyaltySchemeRunning
                PERFORM StoreRedemptionTable
            END-IF

            MOVE WS-Total-Invoiced TO WS-Total-Invoiced-Edit
            DISPLAY "SalesInvoicing - Control Report"
            DISPLAY "Invoices raised      : " WS-Invoices-Raised
            DISPLAY "Negative-net skipped : " WS-Credit-Customers
            DISPLAY "Total invoiced       : " WS-Total-Invoiced-Edit
            DISPLAY "Points redeemed      : " WS-Points-Redeemed
            DISPLAY "Redemptions rejected : " WS-Redeem-Rejected
            DISPLAY "Redemptions waiting  : " WS-Redeem-Waiting
            DISPLAY "Carriage charged     : " WS-Carriage-Charged
            DISPLAY "No delivery zone     : " WS-Customers-Unzoned
            DISPLAY "Journal rejects      : " WS-Jrnl-Lines-Rejected
            DISPLAY "Invoices held for POD: " WS-Invoices-Held
            DISPLAY "Held invoices raised : " WS-Held-Released
            STOP RUN.

       TallyCustomerRevenue.
                PERFORM CheckContractPrice
                COMPUTE WS-Gross-Amount ROUNDED =
                    VA-Units-Sold * WS-Line-Unit-Price
                IF NOT QuotedPriceUsed
                    PERFORM ApplyQuantityBreak
                END-IF
            ELSE
                MOVE ZERO TO WS-Gross-Amount
            END-IF
            PERFORM CheckStudentDiscount
            PERFORM AddToCustomerTotal.

      * An accepted quotation's row for exactly this quantity wins
      * over a negotiated rate, and is already net of any break.
       CheckContractPrice.
            MOVE "N" TO WS-Quote-Price-Sw
            IF ContractTableCount > ZERO
                SET ContrIdx TO 1
                SEARCH ContractEntry
                        AND CN-Size-Tbl(ContrIdx) = VA-Unit-Size
                        AND CN-Start-Tbl(ContrIdx) <= WS-Today-Num
                        AND CN-End-Tbl(ContrIdx) >= WS-Today-Num
                        AND CN-Quote-Units-Tbl(ContrIdx) > ZERO
                        AND CN-Quote-Units-Tbl(ContrIdx) =
                            VA-Units-Sold
                        SET QuotedPriceUsed TO TRUE
                        MOVE CN-Price-Tbl(ContrIdx)
                            TO WS-Line-Unit-Price
                END-SEARCH
            END-IF
            IF ContractTableCount > ZERO AND NOT QuotedPriceUsed
                SET ContrIdx TO 1
                SEARCH ContractEntry
                   AT END CONTINUE
                   WHEN CN-Cus-Id-Tbl(ContrIdx) = VA-Cus-Id
                        AND CN-Product-Tbl(ContrIdx) = VA-Oil-Id
                        AND CN-Size-Tbl(ContrIdx) = VA-Unit-Size
                        AND CN-Start-Tbl(ContrIdx) <= WS-Today-Num
                        AND CN-End-Tbl(ContrIdx) >= WS-Today-Num
                        AND CN-Quote-Units-Tbl(ContrIdx) = ZERO
                        MOVE CN-Price-Tbl(ContrIdx)
                            TO WS-Line-Unit-Price
                END-SEARCH

       RaiseOneInvoice.
            IF CT-Revenue-Tbl(WS-CustTot-Sub) > ZERO
                MOVE CT-Cus-Id-Tbl(WS-CustTot-Sub) TO WS-Raise-Cus-Id
                MOVE CT-Revenue-Tbl(WS-CustTot-Sub)
                    TO WS-Invoice-Amount
                MOVE WS-Period-Begin TO WS-Raise-Period
                PERFORM CheckDeliveryHold
                IF InvoiceHeldForPOD
                    PERFORM HoldOneInvoice
                ELSE
                    PERFORM RaiseCustomerInvoice
                END-IF
            ELSE
                ADD 1 TO WS-Credit-Customers
            END-IF.

       RaiseCustomerInvoice.
            MOVE WS-Next-Invoice-Number TO SIV-Number
            MOVE WS-Raise-Cus-Id TO SIV-Cus-Id
            IF WS-Period-End > ZERO
                MOVE WS-Period-End TO SIV-Date
            ELSE
                MOVE WS-Today-Num TO SIV-Date
            END-IF
            MOVE WS-Next-Invoice-Number TO DL-Number
            MOVE SIV-Cus-Id  TO DL-Cus-Id
            MOVE WS-Invoice-Amount TO DL-Amount
            MOVE SIV-Date    TO DL-Date
            MOVE WS-Detail-Line TO ShowRegister
            WRITE ShowRegister
            MOVE ZERO TO WS-Invoice-Credit
            MOVE ZERO TO WS-Carriage-Amount
            IF ZoneTableCount > ZERO
                PERFORM ChargeCarriage
            END-IF
            IF LoyaltySchemeRunning AND RedeemTableCount > ZERO
                PERFORM ApplyRedemptions
                    VARYING RedeemIdx FROM 1 BY 1
                    UNTIL RedeemIdx > RedeemTableCount
            END-IF
            MOVE WS-Invoice-Amount TO SIV-Amount
            MOVE ZERO TO SIV-Paid-Amount
            IF SIV-Amount > ZERO
                SET SalesInvoiceOpen TO TRUE
            ELSE
                SET SalesInvoicePaid TO TRUE
            END-IF
            WRITE SalesInvoiceRecord
            IF WS-Invoice-Credit > ZERO
               OR WS-Carriage-Amount > ZERO
                MOVE SIV-Amount TO NL-Amount
                MOVE WS-Net-Due-Line TO ShowRegister
                WRITE ShowRegister
            END-IF
            ADD 1 TO WS-Next-Invoice-Number
            ADD 1 TO WS-Invoices-Raised
            ADD SIV-Amount TO WS-Total-Invoiced.

      * An invoice-on-delivery customer is only invoiced for a period
      * once every delivery note of it has its proof - delivered or
      * refused. A note still open or not home, or no note printed
      * for the period at all, holds the invoice. Any other customer,
      * or one off the master, invoices as before.
       CheckDeliveryHold.
            MOVE "N" TO WS-Hold-Switch
            IF CustomerFileOnHand
                MOVE WS-Raise-Cus-Id TO CM-Cus-Id
                READ CustomerFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF InvoiceOnDelivery
                            PERFORM CheckNotesForPOD
                        END-IF
                END-READ
            END-IF.

       CheckNotesForPOD.
            MOVE ZERO TO WS-Notes-Found
            MOVE ZERO TO WS-Notes-Awaiting
            PERFORM VARYING DelNoteIdx FROM 1 BY 1
                    UNTIL DelNoteIdx > DelNoteTableCount
                IF DT-Cus-Id-Tbl(DelNoteIdx) = WS-Raise-Cus-Id
                   AND DT-Period-Tbl(DelNoteIdx) = WS-Raise-Period
                    ADD 1 TO WS-Notes-Found
                    IF DelNoteAwaitingPOD(DelNoteIdx)
                        ADD 1 TO WS-Notes-Awaiting
                    END-IF
                END-IF
            END-PERFORM
            IF WS-Notes-Found = ZERO OR WS-Notes-Awaiting > ZERO
                SET InvoiceHeldForPOD TO TRUE
            END-IF.

      * The goods amount waits on SINVHOLD.DAT, priced as it stands
      * this period, and raises on the first run its proof is in.
       HoldOneInvoice.
            SET HeldIdx TO HeldTableCount
            SET HeldIdx UP BY 1
            SET HeldTableCount TO HeldIdx
            MOVE WS-Raise-Cus-Id   TO HT-Cus-Id-Tbl(HeldIdx)
            MOVE WS-Raise-Period   TO HT-Period-Tbl(HeldIdx)
            MOVE WS-Invoice-Amount TO HT-Amount-Tbl(HeldIdx)
            MOVE "N"               TO HT-Released-Tbl(HeldIdx)
            MOVE WS-Raise-Cus-Id   TO HL-Cus-Id
            MOVE WS-Invoice-Amount TO HL-Amount
            MOVE WS-Held-Line TO ShowRegister
            WRITE ShowRegister
            ADD 1 TO WS-Invoices-Held.

      * An invoice held from an earlier period raises as soon as its
      * notes all have their proof, or once the customer is no
      * longer invoiced on delivery.
       ReleaseHeldInvoice.
            MOVE HT-Cus-Id-Tbl(HeldIdx) TO WS-Raise-Cus-Id
            MOVE HT-Period-Tbl(HeldIdx) TO WS-Raise-Period
            MOVE HT-Amount-Tbl(HeldIdx) TO WS-Invoice-Amount
            PERFORM CheckDeliveryHold
            IF NOT InvoiceHeldForPOD
                MOVE "Y" TO HT-Released-Tbl(HeldIdx)
                MOVE WS-Raise-Period TO RS-Period
                MOVE WS-Release-Line TO ShowRegister
                WRITE ShowRegister
                PERFORM RaiseCustomerInvoice
                ADD 1 TO WS-Held-Released
            END-IF.

      * Goods short of the zone's free-delivery threshold carry the
      * zone's carriage, and the VAT on it, onto the invoice.
       ChargeCarriage.
            PERFORM FindCustomerZone
            IF WS-Zone-Sub = ZERO
                ADD 1 TO WS-Customers-Unzoned
                PERFORM WriteZoneException
            ELSE
                IF WS-Invoice-Amount < ZN-Threshold-Tbl(WS-Zone-Sub)
                   AND ZN-Carriage-Tbl(WS-Zone-Sub) > ZERO
                    MOVE ZN-Carriage-Tbl(WS-Zone-Sub)
                        TO WS-Carriage-Amount
                    COMPUTE WS-Carriage-VAT ROUNDED =
                        WS-Carriage-Amount * WS-Carriage-Vat-Rate
                    ADD WS-Carriage-Amount WS-Carriage-VAT
                        TO WS-Invoice-Amount
                    ADD WS-Carriage-Amount TO WS-Total-Carriage
                    ADD WS-Carriage-VAT    TO WS-Total-Carriage-VAT
                    ADD 1 TO WS-Carriage-Charged
                    MOVE WS-Carriage-Amount TO CL-Amount
                    MOVE WS-Carriage-VAT    TO CL-VAT
                    MOVE ZN-Route-Tbl(WS-Zone-Sub) TO CL-Route
                    MOVE WS-Carriage-Line TO ShowRegister
                    WRITE ShowRegister
                    PERFORM WriteVatTransaction
                END-IF
            END-IF.

      * The carriage VAT as it goes to VATPAYBL - at the standard
      * rate, dated with the run's journal, under the invoice.
       WriteVatTransaction.
            MOVE SPACES TO VatTranRecord
            MOVE WS-Today-Num       TO VT-Date
            MOVE "SALESINVOI"       TO VT-Source
            MOVE SIV-Number         TO VT-Reference(1:6)
            MOVE 1                  TO VT-Vat-Category
            MOVE WS-Carriage-Amount TO VT-Net
            MOVE WS-Carriage-VAT    TO VT-Vat
            WRITE VatTranRecord.

      * The customer's address placed in a zone - the city must be
      * the zone's and the PostalCode is matched on the longest
      * prefix keyed for it, a blank-prefix row taking whatever no
      * prefix claims. A customer off the master has no zone.
       FindCustomerZone.
            MOVE ZERO TO WS-Zone-Sub
            IF CustomerFileOnHand
                MOVE SIV-Cus-Id TO CM-Cus-Id
                READ CustomerFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        PERFORM MatchDeliveryZone
                END-READ
            END-IF.

       MatchDeliveryZone.
            MOVE ZERO TO WS-Best-Length
            PERFORM VARYING ZoneIdx FROM 1 BY 1
                    UNTIL ZoneIdx > ZoneTableCount
                IF ZN-City-Tbl(ZoneIdx) = CM-City
                   AND CM-City NOT = SPACES
                    MOVE ZN-Length-Tbl(ZoneIdx) TO WS-Prefix-Length
                    IF WS-Prefix-Length = ZERO
                        IF WS-Zone-Sub = ZERO
                            SET WS-Zone-Sub TO ZoneIdx
                        END-IF
                    ELSE
                        IF WS-Prefix-Length > WS-Best-Length
                           AND CM-PostalCode(1:WS-Prefix-Length) =
                               ZN-Prefix-Tbl(ZoneIdx)
                                   (1:WS-Prefix-Length)
                            MOVE WS-Prefix-Length TO WS-Best-Length
                            SET WS-Zone-Sub TO ZoneIdx
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       LoadZoneTable.
            OPEN INPUT DeliveryZoneFile
            IF WS-Zone-Status NOT = "00"
                SET EndOfZoneFile TO TRUE
            ELSE
                READ DeliveryZoneFile
                    AT END SET EndOfZoneFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfZoneFile
                IF DZ-City NOT = SPACES
                    MOVE ZERO TO WS-Prefix-Length
                    INSPECT DZ-Prefix TALLYING WS-Prefix-Length
                        FOR CHARACTERS BEFORE INITIAL SPACE
                    SET ZoneIdx TO ZoneTableCount
                    SET ZoneIdx UP BY 1
                    SET ZoneTableCount TO ZoneIdx
                    MOVE DZ-City     TO ZN-City-Tbl(ZoneIdx)
                    MOVE DZ-Prefix   TO ZN-Prefix-Tbl(ZoneIdx)
                    MOVE WS-Prefix-Length TO ZN-Length-Tbl(ZoneIdx)
                    MOVE DZ-Route    TO ZN-Route-Tbl(ZoneIdx)
                    MOVE DZ-Carriage TO ZN-Carriage-Tbl(ZoneIdx)
                    MOVE DZ-Free-Threshold
                        TO ZN-Threshold-Tbl(ZoneIdx)
                END-IF
                READ DeliveryZoneFile
                    AT END SET EndOfZoneFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Zone-Status NOT = "35"
                CLOSE DeliveryZoneFile
            END-IF.

      * No CUSTMAST.DAT yet (a "35" status) - no address can be
      * placed, so every invoice reports as having no zone, and no
      * customer is known to be invoiced on delivery.
       OpenCustomerMaster.
            MOVE "N" TO WS-Customer-File-Sw
            OPEN INPUT CustomerFile
            IF WS-Customer-Status = "00"
                SET CustomerFileOnHand TO TRUE
            END-IF.

       LoadDelNoteTable.
            OPEN INPUT DeliveryNoteFile
            IF WS-DelNote-Status NOT = "00"
                SET EndOfDelNoteFile TO TRUE
            ELSE
                READ DeliveryNoteFile
                    AT END SET EndOfDelNoteFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfDelNoteFile
                IF DelNoteTableCount NOT < WS-DelNote-Table-Max
                    DISPLAY "SalesInvoicing - DELNOTES.DAT HOLDS MORE "
                        "THAN " WS-DelNote-Table-Max
                        " LINES - RUN ABORTED"
                    CLOSE DeliveryNoteFile
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                SET DelNoteIdx TO DelNoteTableCount
                SET DelNoteIdx UP BY 1
                SET DelNoteTableCount TO DelNoteIdx
                MOVE DN-Cus-Id       TO DT-Cus-Id-Tbl(DelNoteIdx)
                MOVE DN-Period-Begin TO DT-Period-Tbl(DelNoteIdx)
                MOVE DN-Status       TO DT-Status-Tbl(DelNoteIdx)
                READ DeliveryNoteFile
                    AT END SET EndOfDelNoteFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-DelNote-Status NOT = "35"
                CLOSE DeliveryNoteFile
            END-IF.

       LoadHeldInvoices.
            OPEN INPUT HeldInvoiceFile
            IF WS-Held-Status NOT = "00"
                SET EndOfHeldFile TO TRUE
            ELSE
                READ HeldInvoiceFile
                    AT END SET EndOfHeldFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfHeldFile
                SET HeldIdx TO HeldTableCount
                SET HeldIdx UP BY 1
                SET HeldTableCount TO HeldIdx
                MOVE HD-Cus-Id       TO HT-Cus-Id-Tbl(HeldIdx)
                MOVE HD-Period-Begin TO HT-Period-Tbl(HeldIdx)
                MOVE HD-Amount       TO HT-Amount-Tbl(HeldIdx)
                MOVE "N"             TO HT-Released-Tbl(HeldIdx)
                READ HeldInvoiceFile
                    AT END SET EndOfHeldFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Held-Status NOT = "35"
                CLOSE HeldInvoiceFile
            END-IF.

       StoreHeldInvoices.
            OPEN OUTPUT HeldInvoiceFile
            PERFORM VARYING HeldIdx FROM 1 BY 1
                    UNTIL HeldIdx > HeldTableCount
                IF NOT HeldInvoiceReleased(HeldIdx)
                    MOVE SPACES TO HeldInvoiceRecord
                    MOVE HT-Cus-Id-Tbl(HeldIdx) TO HD-Cus-Id
                    MOVE HT-Period-Tbl(HeldIdx) TO HD-Period-Begin
                    MOVE HT-Amount-Tbl(HeldIdx) TO HD-Amount
                    WRITE HeldInvoiceRecord
                END-IF
            END-PERFORM
            CLOSE HeldInvoiceFile.

       WriteZoneException.
            OPEN EXTEND CommonExceptFile
            MOVE "SALESINVOI" TO EXC-Program
            MOVE SPACES TO EXC-Key
            MOVE SIV-Cus-Id TO EXC-Key(1:5)
            MOVE "NO DELIVERY ZONE FOR CUSTOMER ADDRESS"
                TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

      * One balanced posting per run for the carriage charged -
      * debtors carry it with its VAT, the charge lands on carriage
      * income and the VAT on its payable account.
       WriteJournalEntries.
            COMPUTE WS-Carriage-Debtors =
                WS-Total-Carriage + WS-Total-Carriage-VAT
            OPEN EXTEND JournalFile
            MOVE "DEBTORS " TO GLJ-Account
            MOVE WS-Carriage-Debtors TO GLJ-Debit
            MOVE ZERO TO GLJ-Credit
            PERFORM WriteOneJournalLine
            MOVE "CARRIAGE" TO GLJ-Account
            MOVE ZERO TO GLJ-Debit
            MOVE WS-Total-Carriage TO GLJ-Credit
            PERFORM WriteOneJournalLine
            IF WS-Total-Carriage-VAT > ZERO
                MOVE "VATPAYBL" TO GLJ-Account
                MOVE ZERO TO GLJ-Debit
                MOVE WS-Total-Carriage-VAT TO GLJ-Credit
                PERFORM WriteOneJournalLine
            END-IF
            CLOSE JournalFile.

       WriteOneJournalLine.
            MOVE WS-Today-Num TO GLJ-Date
            MOVE "SALESINVOI" TO GLJ-Source
            PERFORM PostJournalLine.

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
            MOVE "SALESINVOI" TO EXC-Program
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

       LookUpProduct.
                    AT END CONTINUE
                    NOT AT END
                        IF SalesPeriodHeader
                            MOVE SH-Period-Begin TO WS-Period-Begin
                            MOVE SH-Period-End TO WS-Period-End
                        END-IF
                END-READ
                MOVE CTR-Price      TO CN-Price-Tbl(ContrIdx)
                MOVE CTR-Start-Date TO CN-Start-Tbl(ContrIdx)
                MOVE CTR-End-Date   TO CN-End-Tbl(ContrIdx)
                IF CTR-Quote-Units NUMERIC
                    MOVE CTR-Quote-Units
                        TO CN-Quote-Units-Tbl(ContrIdx)
                ELSE
                    MOVE ZERO TO CN-Quote-Units-Tbl(ContrIdx)
                END-IF
                READ ContractFile
                    AT END SET EndOfContractFile TO TRUE
                END-READ
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

      * A request the customer's points cannot cover is refused to
      * EXCEPTS.DAT. One worth more than the invoice takes only the
      * whole points the invoice can absorb - the rest waits for the
      * next one. The credit comes off the invoice amount and the
      * points come off the ledger, stamped with the invoice.
       ApplyRedemptions.
            IF RQ-Cus-Id-Tbl(RedeemIdx) = SIV-Cus-Id
               AND NOT RedeemRequestDone(RedeemIdx)
               AND WS-Invoice-Amount > ZERO
                MOVE SIV-Cus-Id TO WS-Loy-Cus-Id
                PERFORM LocateLoyaltyBalance
                IF RQ-Points-Tbl(RedeemIdx) >
                       LB-Balance-Tbl(WS-LoyBal-Sub)
                    MOVE "REDEMPTION EXCEEDS POINTS BALANCE"
                        TO WS-Redeem-Reason
                    PERFORM RejectRedemption
                ELSE
                    PERFORM CreditOneRedemption
                END-IF
            END-IF.

       CreditOneRedemption.
            MOVE RQ-Points-Tbl(RedeemIdx) TO WS-Redeem-Points
            COMPUTE WS-Redeem-Credit ROUNDED =
                WS-Redeem-Points * LYC-Point-Value
            IF WS-Redeem-Credit > WS-Invoice-Amount
                DIVIDE WS-Invoice-Amount BY LYC-Point-Value
                    GIVING WS-Redeem-Points
                COMPUTE WS-Redeem-Credit ROUNDED =
                    WS-Redeem-Points * LYC-Point-Value
                SUBTRACT WS-Redeem-Points
                    FROM RQ-Points-Tbl(RedeemIdx)
            ELSE
                MOVE "Y" TO RQ-Done-Tbl(RedeemIdx)
            END-IF
            IF WS-Redeem-Points > ZERO
                SUBTRACT WS-Redeem-Credit FROM WS-Invoice-Amount
                ADD WS-Redeem-Credit TO WS-Invoice-Credit
                SUBTRACT WS-Redeem-Points
                    FROM LB-Balance-Tbl(WS-LoyBal-Sub)
                MOVE SIV-Cus-Id       TO LOY-Cus-Id
                MOVE WS-Period-Begin  TO LOY-Period-Begin
                SET LoyaltyRedeemed   TO TRUE
                MOVE WS-Redeem-Points TO LOY-Points
                MOVE WS-Today-Num     TO LOY-Date
                MOVE SIV-Number       TO LOY-Invoice-Number
                OPEN EXTEND LoyaltyFile
                WRITE LoyaltyRecord
                CLOSE LoyaltyFile
                MOVE WS-Redeem-Points TO RL-Points
                COMPUTE RL-Credit = ZERO - WS-Redeem-Credit
                MOVE WS-Redeem-Line TO ShowRegister
                WRITE ShowRegister
                ADD WS-Redeem-Points TO WS-Points-Redeemed
            END-IF.

       RejectRedemption.
            MOVE "Y" TO RQ-Done-Tbl(RedeemIdx)
            ADD 1 TO WS-Redeem-Rejected
            MOVE SPACES TO WS-Redeem-Key
            MOVE RQ-Cus-Id-Tbl(RedeemIdx) TO WS-Redeem-Key(1:5)
            PERFORM WriteRedemptionException.

      * A customer with no ledger lines has a zero balance.
       LocateLoyaltyBalance.
            MOVE ZERO TO WS-LoyBal-Sub
            IF LoyBalTableCount > ZERO
                SET LoyBalIdx TO 1
                SEARCH LoyBalEntry
                   AT END MOVE ZERO TO WS-LoyBal-Sub
                   WHEN LB-Cus-Id-Tbl(LoyBalIdx) = WS-Loy-Cus-Id
                        SET WS-LoyBal-Sub TO LoyBalIdx
                END-SEARCH
            END-IF
            IF WS-LoyBal-Sub = ZERO
                SET LoyBalIdx TO LoyBalTableCount
                SET LoyBalIdx UP BY 1
                SET LoyBalTableCount TO LoyBalIdx
                SET WS-LoyBal-Sub TO LoyBalIdx
                MOVE WS-Loy-Cus-Id TO LB-Cus-Id-Tbl(WS-LoyBal-Sub)
                MOVE ZERO TO LB-Balance-Tbl(WS-LoyBal-Sub)
            END-IF.

      * No LOYCTL.DAT (a "35" status) - the scheme has not started,
      * and any requests keyed early wait on file untouched.
       LoadLoyaltyControl.
            OPEN INPUT LoyaltyControlFile
            IF WS-LoyCtl-Status = "00"
                READ LoyaltyControlFile
                    AT END CONTINUE
                    NOT AT END
                        IF LYC-Point-Value NUMERIC
                           AND LYC-Point-Value > ZERO
                            SET LoyaltySchemeRunning TO TRUE
                        END-IF
                END-READ
                CLOSE LoyaltyControlFile
            END-IF.

       LoadLoyaltyBalances.
            OPEN INPUT LoyaltyFile
            IF WS-Loyalty-Status NOT = "00"
                SET EndOfLoyaltyFile TO TRUE
            ELSE
                READ LoyaltyFile
                    AT END SET EndOfLoyaltyFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLoyaltyFile
                MOVE LOY-Cus-Id TO WS-Loy-Cus-Id
                PERFORM LocateLoyaltyBalance
                IF LoyaltyEarned
                    ADD LOY-Points TO LB-Balance-Tbl(WS-LoyBal-Sub)
                ELSE
                    SUBTRACT LOY-Points
                        FROM LB-Balance-Tbl(WS-LoyBal-Sub)
                END-IF
                READ LoyaltyFile
                    AT END SET EndOfLoyaltyFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Loyalty-Status NOT = "35"
                CLOSE LoyaltyFile
            END-IF.

      * No LOYREDM.DAT (a "35" status) - nobody has asked. A
      * request that is not a customer id and a whole number of
      * points is refused here rather than carried forward.
       LoadRedemptionTable.
            OPEN INPUT RedemptionFile
            IF WS-Redeem-Status NOT = "00"
                SET EndOfRedemptionFile TO TRUE
            ELSE
                READ RedemptionFile
                    AT END SET EndOfRedemptionFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRedemptionFile
                IF RD-Cus-Id NUMERIC AND RD-Points NUMERIC
                   AND RD-Points NOT = ZERO
                    SET RedeemIdx TO RedeemTableCount
                    SET RedeemIdx UP BY 1
                    SET RedeemTableCount TO RedeemIdx
                    MOVE RD-Cus-Id TO RQ-Cus-Id-Tbl(RedeemIdx)
                    MOVE RD-Points TO RQ-Points-Tbl(RedeemIdx)
                    MOVE "N" TO RQ-Done-Tbl(RedeemIdx)
                ELSE
                    ADD 1 TO WS-Redeem-Rejected
                    MOVE SPACES TO WS-Redeem-Key
                    MOVE RD-Cus-Id TO WS-Redeem-Key(1:5)
                    MOVE "REDEMPTION CUSTOMER OR POINTS NOT VALID"
                        TO WS-Redeem-Reason
                    PERFORM WriteRedemptionException
                END-IF
                READ RedemptionFile
                    AT END SET EndOfRedemptionFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Redeem-Status NOT = "35"
                CLOSE RedemptionFile
            END-IF.

      * Only the requests still waiting go back - applied and
      * refused ones are off the file.
       StoreRedemptionTable.
            OPEN OUTPUT RedemptionFile
            PERFORM VARYING RedeemIdx FROM 1 BY 1
                    UNTIL RedeemIdx > RedeemTableCount
                IF NOT RedeemRequestDone(RedeemIdx)
                    MOVE RQ-Cus-Id-Tbl(RedeemIdx) TO RD-Cus-Id
                    MOVE RQ-Points-Tbl(RedeemIdx) TO RD-Points
                    WRITE RedemptionRecord
                    ADD 1 TO WS-Redeem-Waiting
                END-IF
            END-PERFORM
            CLOSE RedemptionFile.

       WriteRedemptionException.
            OPEN EXTEND CommonExceptFile
            MOVE "SALESINVOI" TO EXC-Program
            MOVE WS-Redeem-Key    TO EXC-Key
            MOVE WS-Redeem-Reason TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

       END PROGRAM SalesInvoicing.
