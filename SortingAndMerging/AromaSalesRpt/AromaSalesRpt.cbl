           SELECT BackorderFile ASSIGN TO "BACKORD.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      * With stock locations kept, only what is on a selling
      * location's shelf is in stock for a sale - the warehouse and
      * stock on the road are not.
           SELECT LocationFile ASSIGN TO "LOCMAST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-Location-Status.

           SELECT LocStockFile ASSIGN TO "LOCSTOCK.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LocStock-Status.

      * The negotiated wholesale rates - a live contract row beats
      * the standard price list for its customer/product/size.
           SELECT ContractFile ASSIGN TO "CONTRACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Close-Status.

      * The loyalty scheme - earning rates by product class, the
      * scheme control and the points ledger every account sums
      * from. No LOYCTL.DAT means the scheme has not started.
           SELECT LoyaltyRateFile ASSIGN "LOYRATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LoyRate-Status.

           SELECT LoyaltyControlFile ASSIGN "LOYCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LoyCtl-Status.

           SELECT LoyaltyFile ASSIGN "LOYALTY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Loyalty-Status.

      * Every priced line's output VAT, kept by date and rate for
      * the quarter's VAT return - the period's sales files come
      * and go, this one only ever grows.
           SELECT VatTranFile ASSIGN "VATTRAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VatTran-Status.

      * The gift-set bill of materials - a kit sold is costed in the
      * margin section from its components, not its own cost row.
           SELECT KitBomFile ASSIGN "KITBOM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-KitBom-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-File.
       FD  JournalFile.
           COPY GLJRNL.

       FD  VatTranFile.
           COPY VATTRAN.

       FD  KitBomFile.
           COPY KITBOM.

      * The student master, read record by record while the xref
      * loads so only an ActiveStudent's entry earns the discount.
       FD  StudentFile.
       FD  BackorderFile.
           COPY BACKORD.

       FD  LocationFile.
           COPY LOCMAST.

       FD  LocStockFile.
           COPY LOCSTOCK.

       FD  ContractFile.
           COPY CONTRACT.

       01  CloseControlRecord.
           02 GLC-Last-Closed      PIC 9(6).

       FD  LoyaltyRateFile.
           COPY LOYRATE.

       FD  LoyaltyControlFile.
           COPY LOYCTL.

       FD  LoyaltyFile.
           COPY LOYALTY.

       WORKING-STORAGE SECTION.
      * The chart rides here so each journal line validates before
      * it writes - no CHART.DAT yet means the chart is not built
               03 CN-Price-Tbl     PIC 9(3)V99.
               03 CN-Start-Tbl     PIC 9(8).
               03 CN-End-Tbl       PIC 9(8).
               03 CN-Quote-Units-Tbl PIC 9(3).
       01  WS-Quote-Price-Sw       PIC X       VALUE "N".
           88 QuotedPriceUsed                  VALUE "Y".

       01  WS-Contract-Sub         PIC 9(4)    COMP VALUE ZERO.
       01  WS-Line-Unit-Price      PIC 9(3)V99 VALUE ZERO.
               03 AL-OnHand-Tbl    PIC S9(5).

       01  WS-Alloc-Sub            PIC 9(4)    COMP VALUE ZERO.

       01  WS-Location-Status      PIC XX      VALUE SPACES.
       01  WS-Location-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLocationFile                VALUE "Y".
       01  WS-LocStock-Status      PIC XX      VALUE SPACES.
       01  WS-LocStock-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLocStockFile                VALUE "Y".

      * The open selling locations off LOCMAST.DAT - a location not
      * here, or not on the master at all, is not the shop.
       01  SellLocTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  LocationTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  SellLocTable.
           02 SellLocEntry         OCCURS 1 TO 20 TIMES
                                    DEPENDING ON SellLocTableCount
                                    INDEXED BY SellLocIdx.
               03 SL-Code-Tbl      PIC X(2).
       01  WS-Sell-Loc-Switch      PIC X       VALUE "N".
           88 LocationIsSelling                VALUE "Y".
       01  WS-Shipped-Units        PIC S9(3)   VALUE ZERO.
       01  WS-Short-Units          PIC S9(3)   VALUE ZERO.
       01  WS-Sales-Backordered    PIC 9(5)    VALUE ZERO.

       01  WS-Margin-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Line-Cost            PIC S9(7)V99 VALUE ZERO.

      * Every component row of every kit, as KITBOM.DAT keys them -
      * no KITBOM.DAT leaves every line costed off PRODMAST.DAT.
       01  WS-KitBom-Status        PIC XX      VALUE SPACES.
       01  WS-KitBom-EOF-Switch    PIC X       VALUE "N".
           88 EndOfKitBomFile                  VALUE "Y".
       01  KitTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  KitTable.
           02 KitEntry             OCCURS 1 TO 500 TIMES
                                    DEPENDING ON KitTableCount
                                    INDEXED BY KitIdx.
               03 KT-Kit-Tbl       PIC X.
               03 KT-Kit-Size-Tbl  PIC 9.
               03 KT-Comp-Tbl      PIC X.
               03 KT-Comp-Size-Tbl PIC 9.
               03 KT-Comp-Qty-Tbl  PIC 9(3).
       01  WS-Comp-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Comp-Rows            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Kit-Unit-Cost        PIC 9(5)V99 VALUE ZERO.
       01  WS-Comp-Cost-Switch     PIC X       VALUE "N".
           88 ComponentCostMissing             VALUE "Y".
       01  WS-Class-Margin         PIC S9(9)V99 VALUE ZERO.

       01  WS-Margin-Title-Line    PIC X(80)   VALUE
               03 CT-Cus-Id-Tbl     PIC 9(5).
               03 CT-Units-Tbl      PIC S9(7).
               03 CT-Revenue-Tbl    PIC S9(7)V99.
               03 CT-Points-Earned-Tbl   PIC 9(7).
               03 CT-Points-Reversed-Tbl PIC 9(7).
       01  WS-CustTot-Sub           PIC 9(4)    COMP VALUE ZERO.

      * Loyalty points - earned per sale at the product class's
      * rate on the line's net value, a return reversing at the
      * same rate. The period's movements post at the close along
      * with any expiry, and the liability moves on GLJRNL.DAT.
       01  WS-LoyRate-Status        PIC XX      VALUE SPACES.
       01  WS-LoyCtl-Status         PIC XX      VALUE SPACES.
       01  WS-Loyalty-Status        PIC XX      VALUE SPACES.
       01  WS-VatTran-Status        PIC XX      VALUE SPACES.
       01  WS-LoyRate-EOF-Switch    PIC X       VALUE "N".
           88 EndOfLoyRateFile                  VALUE "Y".
       01  WS-Loyalty-EOF-Switch    PIC X       VALUE "N".
           88 EndOfLoyaltyFile                  VALUE "Y".
       01  WS-LoyCtl-Switch         PIC X       VALUE "N".
           88 LoyaltySchemeRunning              VALUE "Y".

       01  LoyRateTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  LoyRateTable.
           02 LoyRateEntry          OCCURS 1 TO 50 TIMES
                                     DEPENDING ON LoyRateTableCount
                                     INDEXED BY LoyRateIdx.
               03 LR-Class-Tbl      PIC X(10).
               03 LR-Rate-Tbl       PIC 9(2)V99.

      * The closed periods before this one, in the order they
      * closed - the expiry cut-off counts back along them.
       01  ClosedPeriodCount        PIC 9(4)    COMP VALUE ZERO.
       01  ClosedPeriodTable.
           02 ClosedPeriodEntry     OCCURS 1 TO 500 TIMES
                                     DEPENDING ON ClosedPeriodCount
                                     INDEXED BY ClosedIdx.
               03 CP-Begin-Tbl      PIC 9(8).

      * Each account summed from the ledger: earnings (net of
      * reversals) in periods old enough to expire, everything
      * redeemed or expired so far, and the balance.
       01  LoyBalTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  LoyBalTable.
           02 LoyBalEntry           OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON LoyBalTableCount
                                     INDEXED BY LoyBalIdx.
               03 LB-Cus-Id-Tbl     PIC 9(5).
               03 LB-Old-Net-Tbl    PIC S9(9).
               03 LB-Used-Tbl       PIC S9(9).
               03 LB-Balance-Tbl    PIC S9(9).
       01  WS-LoyBal-Sub            PIC 9(4)    COMP VALUE ZERO.

       01  WS-Line-Points           PIC 9(7)    VALUE ZERO.
       01  WS-Line-Net-Value        PIC 9(5)V99 VALUE ZERO.
       01  WS-Loy-Cutoff            PIC 9(8)    VALUE ZERO.
       01  WS-Loy-Cutoff-Sub        PIC 9(4)    COMP VALUE ZERO.
       01  WS-Loy-Expire-Points     PIC S9(9)   VALUE ZERO.
       01  WS-Loy-Earned-Now        PIC S9(9)   VALUE ZERO.
       01  WS-Loy-Expired-Now       PIC S9(9)   VALUE ZERO.
       01  WS-Loy-Balance-Now       PIC S9(9)   VALUE ZERO.
       01  WS-Loy-Redeemed-Since    PIC S9(9)   VALUE ZERO.
       01  WS-Loy-Value-Amount      PIC S9(7)V99 VALUE ZERO.
       01  WS-Loy-Points-Edit       PIC ---------9.

      * A sale to an enrolled student comes off the extended amount
      * at this rate before it hits the group/grand revenue totals -
      * now shown on the report line and registered per sale instead
      * they ever reach the sort steps below
           ACCEPT WS-Today-Num FROM DATE YYYYMMDD
           PERFORM LoadProductTable
           PERFORM LoadKitTable
           PERFORM LoadChartTable
           PERFORM GetLastClosedMonth
           PERFORM LoadContractTable
           PERFORM LoadPromoTable
           PERFORM LoadLoyaltyControl
           PERFORM LoadLoyaltyRates
           PERFORM LoadSalesPersonTable
           PERFORM OpenCustomerMaster
           PERFORM SeedOpenInvoiceExposure
           PERFORM WriteDailyTotals
           IF NOT RunIsRerun
               PERFORM WriteJournalEntries
               IF LoyaltySchemeRunning
                   PERFORM CloseLoyaltyPeriod
               END-IF
           END-IF
           PERFORM ClosePeriodControl

           DISPLAY "Promotion lines        : " WS-Promo-Lines
           DISPLAY "Promotion discounts    : " WS-Promo-Given-Edit
           DISPLAY "Contract-priced lines  : " WS-Contract-Lines
           IF LoyaltySchemeRunning
               MOVE WS-Loy-Earned-Now TO WS-Loy-Points-Edit
               DISPLAY "Loyalty points earned  : " WS-Loy-Points-Edit
               MOVE WS-Loy-Expired-Now TO WS-Loy-Points-Edit
               DISPLAY "Loyalty points expired : " WS-Loy-Points-Edit
               MOVE WS-Loy-Balance-Now TO WS-Loy-Points-Edit
               DISPLAY "Loyalty points held    : " WS-Loy-Points-Edit
           END-IF
           IF CustomerFileOnHand
               CLOSE CustomerFile
           END-IF
               END-SEARCH
           END-IF.

      * Rows that do not key a sensible component - sizes or
      * quantity not numeric, or a kit listed as its own component -
      * are left out, as StockValuation leaves them out.
       LoadKitTable.
           OPEN INPUT KitBomFile
           IF WS-KitBom-Status NOT = "00"
               SET EndOfKitBomFile TO TRUE
           ELSE
               READ KitBomFile
                   AT END SET EndOfKitBomFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfKitBomFile
               IF KB-Kit-Size NUMERIC AND KB-Comp-Size NUMERIC
                  AND KB-Comp-Qty NUMERIC AND KB-Comp-Qty > ZERO
                  AND KB-Comp-Id NOT = KB-Kit-Id
                  AND KitTableCount < 500
                   ADD 1 TO KitTableCount
                   MOVE KB-Kit-Id    TO KT-Kit-Tbl(KitTableCount)
                   MOVE KB-Kit-Size  TO KT-Kit-Size-Tbl(KitTableCount)
                   MOVE KB-Comp-Id   TO KT-Comp-Tbl(KitTableCount)
                   MOVE KB-Comp-Size
                       TO KT-Comp-Size-Tbl(KitTableCount)
                   MOVE KB-Comp-Qty
                       TO KT-Comp-Qty-Tbl(KitTableCount)
               END-IF
               READ KitBomFile
                   AT END SET EndOfKitBomFile TO TRUE
               END-READ
           END-PERFORM
           IF WS-KitBom-Status NOT = "35"
               CLOSE KitBomFile
           END-IF.

       LoadSalesPersonTable.
           OPEN INPUT SalesPersonFile
           READ SalesPersonFile
           END-PERFORM
           IF WS-Inventory-Status NOT = "35"
               CLOSE InventoryFile
           END-IF
           PERFORM LoadSellingLocations
           IF LocationTableCount > ZERO
               PERFORM DeductStockAwayFromShop
           END-IF.

      * No LOCMAST.DAT (a "35" status) - the whole book is in stock.
       LoadSellingLocations.
           OPEN INPUT LocationFile
           IF WS-Location-Status NOT = "00"
               SET EndOfLocationFile TO TRUE
           ELSE
               READ LocationFile
                   AT END SET EndOfLocationFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfLocationFile
               ADD 1 TO LocationTableCount
               IF LocationSells AND NOT LocationClosed
                  AND SellLocTableCount < 20
                   SET SellLocIdx TO SellLocTableCount
                   SET SellLocIdx UP BY 1
                   SET SellLocTableCount TO SellLocIdx
                   MOVE LOC-Code TO SL-Code-Tbl(SellLocIdx)
               END-IF
               READ LocationFile
                   AT END SET EndOfLocationFile TO TRUE
               END-READ
           END-PERFORM
           IF WS-Location-Status NOT = "35"
               CLOSE LocationFile
           END-IF.

      * Stock on the road is nowhere a customer can be served from,
      * and the stores' shelves wait for a transfer. What stock the
      * book holds beyond LOCSTOCK.DAT is unplaced stock - it
      * counts as on the shop shelf, so it stays in.
       DeductStockAwayFromShop.
           OPEN INPUT LocStockFile
           IF WS-LocStock-Status NOT = "00"
               SET EndOfLocStockFile TO TRUE
           ELSE
               READ LocStockFile
                   AT END SET EndOfLocStockFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfLocStockFile
               PERFORM DeductOneLocStockRow
               READ LocStockFile
                   AT END SET EndOfLocStockFile TO TRUE
               END-READ
           END-PERFORM
           IF WS-LocStock-Status NOT = "35"
               CLOSE LocStockFile
           END-IF.

       DeductOneLocStockRow.
           MOVE ZERO TO WS-Alloc-Sub
           IF AllocTableCount > ZERO
               SET AllocIdx TO 1
               SEARCH AllocEntry
                  AT END MOVE ZERO TO WS-Alloc-Sub
                  WHEN AL-Product-Tbl(AllocIdx) = LCS-Product-Id
                       AND AL-Size-Tbl(AllocIdx) = LCS-Unit-Size
                       SET WS-Alloc-Sub TO AllocIdx
               END-SEARCH
           END-IF
           IF WS-Alloc-Sub > ZERO
               IF LCS-In-Transit NUMERIC
                   SUBTRACT LCS-In-Transit
                       FROM AL-OnHand-Tbl(WS-Alloc-Sub)
               END-IF
               MOVE "N" TO WS-Sell-Loc-Switch
               IF SellLocTableCount > ZERO
                   SET SellLocIdx TO 1
                   SEARCH SellLocEntry
                      AT END MOVE "N" TO WS-Sell-Loc-Switch
                      WHEN SL-Code-Tbl(SellLocIdx) = LCS-Location
                           SET LocationIsSelling TO TRUE
                   END-SEARCH
               END-IF
               IF NOT LocationIsSelling AND LCS-On-Hand NUMERIC
                   SUBTRACT LCS-On-Hand
                       FROM AL-OnHand-Tbl(WS-Alloc-Sub)
               END-IF
           END-IF.

       AppendValidTrailer.
           CLOSE CommonExceptFile.

       ClassifySales.
           IF NOT RunIsRerun
               OPEN EXTEND VatTranFile
               IF WS-VatTran-Status = "35"
                   OPEN OUTPUT VatTranFile
               END-IF
           END-IF
           OPEN INPUT Sorted-File
           READ Sorted-File
               AT END SET EndOfSortedFile TO TRUE
               PERFORM ComputeLineVAT
               PERFORM TallyClassMargin
               PERFORM TallyCustomerHistory
               PERFORM TallyLoyaltyPoints
               MOVE "N" TO WS-First-Detail-Switch
               MOVE SO-Oil-Id TO WS-Prev-Oil-Id
               READ Sorted-File
           MOVE WS-Grand-Revenue TO WS-Grand-Revenue-Edit
           DISPLAY "Grand total units sold : " WS-Grand-Units
           DISPLAY "Grand total revenue     : " WS-Grand-Revenue-Edit
           IF NOT RunIsRerun
               CLOSE VatTranFile
           END-IF
           CLOSE Sorted-File.

      * A live contract row for this customer/product/size prices
      * the line instead of the list - the register shows what was
      * given away against list so nobody issues a manual credit
      * after the fact. An accepted quotation's row for exactly
      * this quantity wins over a negotiated rate and is already net
      * of any quantity break, so no break applies on top of it.
       PriceSortedLine.
           MOVE "N" TO WS-Contract-Used-Sw
           MOVE "N" TO WS-Quote-Price-Sw
           MOVE PR-Price-Tbl(WS-Product-Sub SO-Unit-Size)
               TO WS-Line-Unit-Price
           IF ContractTableCount > ZERO
                       AND CN-Size-Tbl(ContrIdx) = SO-Unit-Size
                       AND CN-Start-Tbl(ContrIdx) <= WS-Today-Num
                       AND CN-End-Tbl(ContrIdx) >= WS-Today-Num
                       AND CN-Quote-Units-Tbl(ContrIdx) > ZERO
                       AND CN-Quote-Units-Tbl(ContrIdx) =
                           SO-Units-Sold
                       SET ContractPriceUsed TO TRUE
                       SET QuotedPriceUsed TO TRUE
                       MOVE CN-Price-Tbl(ContrIdx)
                           TO WS-Line-Unit-Price
               END-SEARCH
           END-IF
           IF ContractTableCount > ZERO AND NOT QuotedPriceUsed
               SET ContrIdx TO 1
               SEARCH ContractEntry
                  AT END CONTINUE
                  WHEN CN-Cus-Id-Tbl(ContrIdx) = SO-Cus-Id
                       AND CN-Product-Tbl(ContrIdx) = SO-Oil-Id
                       AND CN-Size-Tbl(ContrIdx) = SO-Unit-Size
                       AND CN-Start-Tbl(ContrIdx) <= WS-Today-Num
                       AND CN-End-Tbl(ContrIdx) >= WS-Today-Num
                       AND CN-Quote-Units-Tbl(ContrIdx) = ZERO
                       SET ContractPriceUsed TO TRUE
                       MOVE CN-Price-Tbl(ContrIdx)
                           TO WS-Line-Unit-Price
               ADD 1 TO WS-Contract-Lines
               ADD WS-Contract-Disc TO WS-Contract-Given
           END-IF
           IF NOT QuotedPriceUsed
               PERFORM ApplyQuantityBreak
           END-IF.

      * The first live promotion whose threshold the line reaches
      * takes its percentage off the priced amount - named on the
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
           COMPUTE WS-Grand-Gross =
               WS-Grand-Gross + WS-Extended-Amount + WS-Line-VAT
           ADD WS-Extended-Amount TO WS-Vat-Net-Cat(WS-Vat-Cat-Sub)
           ADD WS-Line-VAT        TO WS-Vat-Amt-Cat(WS-Vat-Cat-Sub)
           IF NOT RunIsRerun
               PERFORM WriteVatTransaction
           END-IF.

      * The line as it goes to VATPAYBL - dated with the journal,
      * keyed by customer and product, a return negative. A rerun
      * posts no journal, so it logs no VAT either.
       WriteVatTransaction.
           MOVE SPACES TO VatTranRecord
           MOVE WS-Today       TO VT-Date
           MOVE "AROMASALES"   TO VT-Source
           MOVE SO-Cus-Id      TO VT-Reference(1:5)
           MOVE SO-Oil-Id      TO VT-Reference(7:1)
           MOVE SO-Unit-Size   TO VT-Reference(9:1)
           MOVE WS-Vat-Cat-Sub TO VT-Vat-Category
           MOVE WS-Extended-Amount TO VT-Net
           MOVE WS-Line-VAT    TO VT-Vat
           WRITE VatTranRecord.

       PrintVatSummary.
           MOVE WS-Blank-Line TO Show-Report
      * size rides into the class margin figures - a product with
      * no cost keyed yet carries revenue with zero cost, which
      * shows up as a suspiciously perfect margin worth chasing.
      * A kit line costs at its components' costs, at the
      * quantities in one kit. A kit with no bill of materials, or
      * with a component that has no cost, falls back to the kit's
      * own PRODMAST.DAT cost as every other line does.
       TallyClassMargin.
           PERFORM CostKitFromComponents
           IF WS-Comp-Rows > ZERO AND NOT ComponentCostMissing
               COMPUTE WS-Line-Cost ROUNDED =
                   SO-Units-Sold * WS-Kit-Unit-Cost
           ELSE
               COMPUTE WS-Line-Cost ROUNDED =
                   SO-Units-Sold *
                   PR-Cost-Tbl(WS-Product-Sub SO-Unit-Size)
           END-IF
           MOVE ZERO TO WS-Margin-Sub
           IF MarginTableCount > ZERO
               SET MarginIdx TO 1
           ADD WS-Extended-Amount TO MG-Revenue-Tbl(WS-Margin-Sub)
           ADD WS-Line-Cost       TO MG-Cost-Tbl(WS-Margin-Sub).

      * The component search runs on ProdIdx alone, so the sold
      * product's WS-Product-Sub stays put for the class tally.
       CostKitFromComponents.
           MOVE ZERO TO WS-Comp-Rows
           MOVE ZERO TO WS-Kit-Unit-Cost
           MOVE "N" TO WS-Comp-Cost-Switch
           PERFORM VARYING WS-Comp-Sub FROM 1 BY 1
                   UNTIL WS-Comp-Sub > KitTableCount
               IF KT-Kit-Tbl(WS-Comp-Sub) =
                       PR-Id-Tbl(WS-Product-Sub)
                  AND KT-Kit-Size-Tbl(WS-Comp-Sub) = SO-Unit-Size
                   ADD 1 TO WS-Comp-Rows
                   PERFORM AddComponentCost
               END-IF
           END-PERFORM.

       AddComponentCost.
           IF KT-Comp-Size-Tbl(WS-Comp-Sub) < 1
              OR KT-Comp-Size-Tbl(WS-Comp-Sub) > 3
               SET ComponentCostMissing TO TRUE
           ELSE
               SET ProdIdx TO 1
               SEARCH ProductEntry
                  AT END SET ComponentCostMissing TO TRUE
                  WHEN PR-Id-Tbl(ProdIdx) = KT-Comp-Tbl(WS-Comp-Sub)
                       IF PR-Cost-Tbl(ProdIdx
                              KT-Comp-Size-Tbl(WS-Comp-Sub)) > ZERO
                           COMPUTE WS-Kit-Unit-Cost =
                               WS-Kit-Unit-Cost
                               + (KT-Comp-Qty-Tbl(WS-Comp-Sub) *
                                  PR-Cost-Tbl(ProdIdx
                                      KT-Comp-Size-Tbl(WS-Comp-Sub)))
                       ELSE
                           SET ComponentCostMissing TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       PrintMarginSummary.
           MOVE WS-Blank-Line TO Show-Report
           WRITE Show-Report
               MOVE SO-Cus-Id TO CT-Cus-Id-Tbl(CustTotIdx)
               MOVE ZERO TO CT-Units-Tbl(CustTotIdx)
               MOVE ZERO TO CT-Revenue-Tbl(CustTotIdx)
               MOVE ZERO TO CT-Points-Earned-Tbl(CustTotIdx)
               MOVE ZERO TO CT-Points-Reversed-Tbl(CustTotIdx)
           END-IF
           ADD SO-Units-Sold TO CT-Units-Tbl(WS-CustTot-Sub)
           ADD WS-Extended-Amount TO CT-Revenue-Tbl(WS-CustTot-Sub).

      * Whole points only - the fraction of a point a line's value
      * earns is not carried. A return (a negative line) reverses
      * the points its value would have earned.
       TallyLoyaltyPoints.
           IF LoyaltySchemeRunning AND LoyRateTableCount > ZERO
               SET LoyRateIdx TO 1
               SEARCH LoyRateEntry
                  AT END CONTINUE
                  WHEN LR-Class-Tbl(LoyRateIdx) =
                           PR-Class-Tbl(WS-Product-Sub)
                       IF WS-Extended-Amount >= ZERO
                           MOVE WS-Extended-Amount
                               TO WS-Line-Net-Value
                       ELSE
                           COMPUTE WS-Line-Net-Value =
                               ZERO - WS-Extended-Amount
                       END-IF
                       COMPUTE WS-Line-Points =
                           WS-Line-Net-Value * LR-Rate-Tbl(LoyRateIdx)
                       IF WS-Extended-Amount >= ZERO
                           ADD WS-Line-Points TO
                               CT-Points-Earned-Tbl(WS-CustTot-Sub)
                       ELSE
                           ADD WS-Line-Points TO
                               CT-Points-Reversed-Tbl(WS-CustTot-Sub)
                       END-IF
               END-SEARCH
           END-IF.

      * One CUSTHIST.DAT line per customer this period - appended,
      * never rewritten, so the file is the running memory the
      * trend report reads back. Skipped on an authorized rerun so
                      AND PC-Period-End = WS-Period-End
                       SET PeriodAlreadyClosed TO TRUE
                   END-IF
                   IF PC-Period-Begin < WS-Period-Begin
                       SET ClosedIdx TO ClosedPeriodCount
                       SET ClosedIdx UP BY 1
                       SET ClosedPeriodCount TO ClosedIdx
                       MOVE PC-Period-Begin TO CP-Begin-Tbl(ClosedIdx)
                   END-IF
                   READ PeriodControlFile
                       AT END SET EndOfPeriodCtlFile TO TRUE
                   END-READ
                CLOSE CloseControlFile
            END-IF.

      * No LOYCTL.DAT (a "35" status) - the scheme has not started,
      * so nothing earns, expires or posts.
       LoadLoyaltyControl.
            OPEN INPUT LoyaltyControlFile
            IF WS-LoyCtl-Status = "00"
                READ LoyaltyControlFile
                    AT END CONTINUE
                    NOT AT END
                        SET LoyaltySchemeRunning TO TRUE
                        IF LYC-Last-Balance NOT NUMERIC
                            MOVE ZERO TO LYC-Last-Balance
                        END-IF
                END-READ
                CLOSE LoyaltyControlFile
            END-IF.

      * No LOYRATE.DAT (a "35" status) - no class earns yet.
       LoadLoyaltyRates.
            OPEN INPUT LoyaltyRateFile
            IF WS-LoyRate-Status NOT = "00"
                SET EndOfLoyRateFile TO TRUE
            ELSE
                READ LoyaltyRateFile
                    AT END SET EndOfLoyRateFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLoyRateFile
                SET LoyRateIdx TO LoyRateTableCount
                SET LoyRateIdx UP BY 1
                SET LoyRateTableCount TO LoyRateIdx
                MOVE LYR-Class       TO LR-Class-Tbl(LoyRateIdx)
                MOVE LYR-Points-Rate TO LR-Rate-Tbl(LoyRateIdx)
                READ LoyaltyRateFile
                    AT END SET EndOfLoyRateFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LoyRate-Status NOT = "35"
                CLOSE LoyaltyRateFile
            END-IF.

      * A fresh close only - the period's earnings and reversals go
      * onto the ledger, points past their life expire, and the
      * movement in the points liability since the last close
      * posts: what was earned less what expired as loyalty cost,
      * and what was redeemed on invoices off debtors.
       CloseLoyaltyPeriod.
            OPEN EXTEND LoyaltyFile
            PERFORM VARYING CustTotIdx FROM 1 BY 1
                    UNTIL CustTotIdx > CustTotTableCount
                MOVE CT-Cus-Id-Tbl(CustTotIdx) TO LOY-Cus-Id
                MOVE WS-Period-Begin TO LOY-Period-Begin
                MOVE WS-Today        TO LOY-Date
                MOVE ZERO            TO LOY-Invoice-Number
                IF CT-Points-Earned-Tbl(CustTotIdx) > ZERO
                    SET LoyaltyEarned TO TRUE
                    MOVE CT-Points-Earned-Tbl(CustTotIdx)
                        TO LOY-Points
                    WRITE LoyaltyRecord
                    ADD CT-Points-Earned-Tbl(CustTotIdx)
                        TO WS-Loy-Earned-Now
                END-IF
                IF CT-Points-Reversed-Tbl(CustTotIdx) > ZERO
                    SET LoyaltyReversed TO TRUE
                    MOVE CT-Points-Reversed-Tbl(CustTotIdx)
                        TO LOY-Points
                    WRITE LoyaltyRecord
                    SUBTRACT CT-Points-Reversed-Tbl(CustTotIdx)
                        FROM WS-Loy-Earned-Now
                END-IF
            END-PERFORM
            CLOSE LoyaltyFile
            PERFORM FindExpiryCutoff
            PERFORM LoadLoyaltyBalances
            OPEN EXTEND LoyaltyFile
            PERFORM ExpireOneAccount
                VARYING LoyBalIdx FROM 1 BY 1
                UNTIL LoyBalIdx > LoyBalTableCount
            CLOSE LoyaltyFile
            COMPUTE WS-Loy-Redeemed-Since =
                LYC-Last-Balance + WS-Loy-Earned-Now
                - WS-Loy-Expired-Now - WS-Loy-Balance-Now
            PERFORM PostLoyaltyLiability
            MOVE WS-Loy-Balance-Now TO LYC-Last-Balance
            MOVE WS-Today           TO LYC-Last-Close-Date
            OPEN OUTPUT LoyaltyControlFile
            WRITE LoyaltyControlRecord
            CLOSE LoyaltyControlFile.

      * Points live for the set number of periods after the one
      * that earned them - counting back that many closed periods
      * from this one gives the newest period whose earnings
      * expire now. Too few periods closed yet, or no expiry set,
      * and nothing expires.
       FindExpiryCutoff.
            MOVE ZERO TO WS-Loy-Cutoff
            IF LYC-Expiry-Periods > ZERO
               AND ClosedPeriodCount >= LYC-Expiry-Periods
                COMPUTE WS-Loy-Cutoff-Sub =
                    ClosedPeriodCount + 1 - LYC-Expiry-Periods
                MOVE CP-Begin-Tbl(WS-Loy-Cutoff-Sub) TO WS-Loy-Cutoff
            END-IF.

       LoadLoyaltyBalances.
            MOVE "N" TO WS-Loyalty-EOF-Switch
            OPEN INPUT LoyaltyFile
            IF WS-Loyalty-Status NOT = "00"
                SET EndOfLoyaltyFile TO TRUE
            ELSE
                READ LoyaltyFile
                    AT END SET EndOfLoyaltyFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLoyaltyFile
                PERFORM HoldOneLoyaltyLine
                READ LoyaltyFile
                    AT END SET EndOfLoyaltyFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Loyalty-Status NOT = "35"
                CLOSE LoyaltyFile
            END-IF.

       HoldOneLoyaltyLine.
            MOVE ZERO TO WS-LoyBal-Sub
            IF LoyBalTableCount > ZERO
                SET LoyBalIdx TO 1
                SEARCH LoyBalEntry
                   AT END MOVE ZERO TO WS-LoyBal-Sub
                   WHEN LB-Cus-Id-Tbl(LoyBalIdx) = LOY-Cus-Id
                        SET WS-LoyBal-Sub TO LoyBalIdx
                END-SEARCH
            END-IF
            IF WS-LoyBal-Sub = ZERO
                SET LoyBalIdx TO LoyBalTableCount
                SET LoyBalIdx UP BY 1
                SET LoyBalTableCount TO LoyBalIdx
                SET WS-LoyBal-Sub TO LoyBalIdx
                MOVE LOY-Cus-Id TO LB-Cus-Id-Tbl(WS-LoyBal-Sub)
                MOVE ZERO TO LB-Old-Net-Tbl(WS-LoyBal-Sub)
                MOVE ZERO TO LB-Used-Tbl(WS-LoyBal-Sub)
                MOVE ZERO TO LB-Balance-Tbl(WS-LoyBal-Sub)
            END-IF
            EVALUATE TRUE
                WHEN LoyaltyEarned
                    ADD LOY-Points TO LB-Balance-Tbl(WS-LoyBal-Sub)
                    IF LOY-Period-Begin <= WS-Loy-Cutoff
                        ADD LOY-Points
                            TO LB-Old-Net-Tbl(WS-LoyBal-Sub)
                    END-IF
                WHEN LoyaltyReversed
                    SUBTRACT LOY-Points
                        FROM LB-Balance-Tbl(WS-LoyBal-Sub)
                    IF LOY-Period-Begin <= WS-Loy-Cutoff
                        SUBTRACT LOY-Points
                            FROM LB-Old-Net-Tbl(WS-LoyBal-Sub)
                    END-IF
                WHEN OTHER
                    SUBTRACT LOY-Points
                        FROM LB-Balance-Tbl(WS-LoyBal-Sub)
                    ADD LOY-Points TO LB-Used-Tbl(WS-LoyBal-Sub)
            END-EVALUATE.

      * Redemptions and earlier expiries used the oldest points
      * first, so whatever old earning they have not used up is
      * what expires - never more than the account still holds.
       ExpireOneAccount.
            MOVE ZERO TO WS-Loy-Expire-Points
            IF WS-Loy-Cutoff > ZERO
                COMPUTE WS-Loy-Expire-Points =
                    LB-Old-Net-Tbl(LoyBalIdx) - LB-Used-Tbl(LoyBalIdx)
                IF WS-Loy-Expire-Points > LB-Balance-Tbl(LoyBalIdx)
                    MOVE LB-Balance-Tbl(LoyBalIdx)
                        TO WS-Loy-Expire-Points
                END-IF
            END-IF
            IF WS-Loy-Expire-Points > ZERO
                MOVE LB-Cus-Id-Tbl(LoyBalIdx) TO LOY-Cus-Id
                MOVE WS-Period-Begin TO LOY-Period-Begin
                SET LoyaltyExpired TO TRUE
                MOVE WS-Loy-Expire-Points TO LOY-Points
                MOVE WS-Today        TO LOY-Date
                MOVE ZERO            TO LOY-Invoice-Number
                WRITE LoyaltyRecord
                SUBTRACT WS-Loy-Expire-Points
                    FROM LB-Balance-Tbl(LoyBalIdx)
                ADD WS-Loy-Expire-Points TO WS-Loy-Expired-Now
            END-IF
            ADD LB-Balance-Tbl(LoyBalIdx) TO WS-Loy-Balance-Now.

      * Two balanced pairs at the point value, each skipped when it
      * comes to nothing, and sides swapped rather than posting a
      * negative - the same convention as the sales posting.
       PostLoyaltyLiability.
            OPEN EXTEND JournalFile
            COMPUTE WS-Loy-Value-Amount ROUNDED =
                (WS-Loy-Earned-Now - WS-Loy-Expired-Now)
                * LYC-Point-Value
            IF WS-Loy-Value-Amount NOT = ZERO
                MOVE "LOYALTYX" TO GLJ-Account
                PERFORM SetLoyaltyDebitSide
                PERFORM WriteOneJournalLine
                MOVE "LOYLIAB " TO GLJ-Account
                PERFORM SetLoyaltyCreditSide
                PERFORM WriteOneJournalLine
            END-IF
            COMPUTE WS-Loy-Value-Amount ROUNDED =
                WS-Loy-Redeemed-Since * LYC-Point-Value
            IF WS-Loy-Value-Amount NOT = ZERO
                MOVE "LOYLIAB " TO GLJ-Account
                PERFORM SetLoyaltyDebitSide
                PERFORM WriteOneJournalLine
                MOVE "DEBTORS " TO GLJ-Account
                PERFORM SetLoyaltyCreditSide
                PERFORM WriteOneJournalLine
            END-IF
            CLOSE JournalFile.

       SetLoyaltyDebitSide.
            IF WS-Loy-Value-Amount >= ZERO
                MOVE WS-Loy-Value-Amount TO GLJ-Debit
                MOVE ZERO TO GLJ-Credit
            ELSE
                MOVE ZERO TO GLJ-Debit
                COMPUTE GLJ-Credit = ZERO - WS-Loy-Value-Amount
            END-IF.

       SetLoyaltyCreditSide.
            IF WS-Loy-Value-Amount >= ZERO
                MOVE ZERO TO GLJ-Debit
                MOVE WS-Loy-Value-Amount TO GLJ-Credit
            ELSE
                COMPUTE GLJ-Debit = ZERO - WS-Loy-Value-Amount
                MOVE ZERO TO GLJ-Credit
            END-IF.

       END PROGRAM AromaSalesRpt.
