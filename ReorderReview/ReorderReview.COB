      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReorderReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InventoryFile ASSIGN "INVENTRY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Inventory-Status.

      * Every validated sale line, dated, by product and size - the
      * demand history the levels are worked from.
           SELECT LotShipFile ASSIGN "LOTSHIP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LotShip-Status.

           SELECT SupplierFile ASSIGN "SUPPMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Supplier-Status.

           SELECT SuppProdFile ASSIGN "SUPPROD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SuppProd-Status.

      * The review parameters - how many periods of how many days
      * the demand is averaged over, the safety factor applied to
      * the spread between peak and average, the days of average
      * demand one order should cover, and the lead days assumed
      * where no supplier is linked.
           SELECT ParameterFile ASSIGN "REORDPRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Parameter-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT ProposalFile ASSIGN "REORDPRP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ReviewReportFile ASSIGN "REORDREV.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  InventoryFile.
           COPY INVENTRY.

       FD  LotShipFile.
           COPY LOTSHIP.

       FD  SupplierFile.
           COPY SUPPMAST.

       FD  SuppProdFile.
           COPY SUPPROD.

       FD  ParameterFile.
       01  ParameterRecord.
           02 RPM-Periods          PIC 9(2).
           02 FILLER               PIC X.
           02 RPM-Period-Days      PIC 9(3).
           02 FILLER               PIC X.
           02 RPM-Safety-Factor    PIC 9V99.
           02 FILLER               PIC X.
           02 RPM-Cover-Days       PIC 9(3).
           02 FILLER               PIC X.
           02 RPM-Default-Lead     PIC 9(3).

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  ProposalFile.
           COPY REORDPRP.

       FD  ReviewReportFile.
       01  ShowReviewReport         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Inventory-Status     PIC XX      VALUE SPACES.
       01  WS-LotShip-Status       PIC XX      VALUE SPACES.
       01  WS-Supplier-Status      PIC XX      VALUE SPACES.
       01  WS-SuppProd-Status      PIC XX      VALUE SPACES.
       01  WS-Parameter-Status     PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Inventory-EOF-Switch PIC X       VALUE "N".
           88 EndOfInventoryFile               VALUE "Y".
       01  WS-LotShip-EOF-Switch   PIC X       VALUE "N".
           88 EndOfLotShipFile                 VALUE "Y".
       01  WS-Supplier-EOF-Switch  PIC X       VALUE "N".
           88 EndOfSupplierFile                VALUE "Y".
       01  WS-SuppProd-EOF-Switch  PIC X       VALUE "N".
           88 EndOfSuppProdFile                VALUE "Y".

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.
       01  WS-Today.
           02 WS-Today-YYYY        PIC 9(4).
           02 WS-Today-MM          PIC 9(2).
           02 WS-Today-DD          PIC 9(2).

       01  WS-Ship-Date-Split.
           02 WS-Ship-YYYY         PIC 9(4).
           02 WS-Ship-MM           PIC 9(2).
           02 WS-Ship-DD           PIC 9(2).

      * REORDPRM.DAT values - with no file, six periods of thirty
      * days, a safety factor of one, a month's cover per order and
      * a fortnight's lead where no supplier is linked.
       01  WS-Periods              PIC 9(2)    VALUE 6.
       01  WS-Period-Days          PIC 9(3)    VALUE 30.
       01  WS-Safety-Factor        PIC 9V99    VALUE 1.
       01  WS-Cover-Days           PIC 9(3)    VALUE 30.
       01  WS-Default-Lead         PIC 9(3)    VALUE 14.

      * Age in days approximated from the calendar fields - months
      * at thirty days, the same reckoning the aged reports use.
       01  WS-Ship-Age-Days        PIC S9(5)   VALUE ZERO.
       01  WS-Window-Days          PIC 9(5)    VALUE ZERO.
       01  WS-Period-Sub           PIC 9(2)    VALUE ZERO.

      * The stock book with each line's demand per period - period
      * one is the most recent.
       01  DemandTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  DemandTable.
           02 DemandEntry          OCCURS 1 TO 300 TIMES
                                    DEPENDING ON DemandTableCount
                                    INDEXED BY DemandIdx.
               03 DM-Product-Tbl   PIC X.
               03 DM-Size-Tbl      PIC 9.
               03 DM-On-Hand-Tbl   PIC S9(5).
               03 DM-Level-Tbl     PIC 9(5).
               03 DM-Order-Qty-Tbl PIC 9(5).
               03 DM-Period-Tbl    PIC S9(7)   OCCURS 12 TIMES.
       01  WS-Demand-Sub           PIC 9(4)    COMP VALUE ZERO.

       01  SupplierTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  SupplierTable.
           02 SupplierEntry        OCCURS 1 TO 100 TIMES
                                    DEPENDING ON SupplierTableCount
                                    INDEXED BY SupplIdx.
               03 SP-Id-Tbl        PIC X(4).
               03 SP-Lead-Tbl      PIC 9(3).
               03 SP-Status-Tbl    PIC X.
                   88 SupplierEntryClosed  VALUE "C".

       01  LinkTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  LinkTable.
           02 LinkEntry            OCCURS 1 TO 500 TIMES
                                    DEPENDING ON LinkTableCount
                                    INDEXED BY LinkIdx.
               03 LK-Supplier-Tbl  PIC X(4).
               03 LK-Product-Tbl   PIC X.

       01  WS-Suppl-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Chosen-Supplier      PIC X(4)    VALUE SPACES.
       01  WS-Lead-Days            PIC 9(3)    VALUE ZERO.

       01  WS-Window-Total         PIC S9(7)   VALUE ZERO.
       01  WS-Period-Demand        PIC S9(7)   VALUE ZERO.
       01  WS-Avg-Demand           PIC 9(5)V9  VALUE ZERO.
       01  WS-Peak-Demand          PIC 9(5)    VALUE ZERO.
       01  WS-Level-Exact          PIC 9(7)V99 VALUE ZERO.
       01  WS-New-Level            PIC 9(5)    VALUE ZERO.
       01  WS-Qty-Exact            PIC 9(7)V99 VALUE ZERO.
       01  WS-New-Order-Qty        PIC 9(5)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Lines-Reviewed    PIC 9(5)    VALUE ZERO.
           02 WS-Proposals-Written PIC 9(5)    VALUE ZERO.
           02 WS-No-Sales          PIC 9(5)    VALUE ZERO.
           02 WS-Sales-Read        PIC 9(7)    VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER               PIC X(35)   VALUE
              "REORDER LEVEL REVIEW - DEMAND OVER ".
           02 TL-Periods           PIC Z9.
           02 FILLER               PIC X(12)   VALUE " PERIODS OF ".
           02 TL-Period-Days       PIC ZZ9.
           02 FILLER               PIC X(6)    VALUE " DAYS ".
           02 FILLER               PIC X(3)    VALUE "TO ".
           02 TL-Date              PIC 9(8).
           02 FILLER               PIC X(11)   VALUE SPACES.

       01  WS-Parameter-Line.
           02 FILLER               PIC X(14)   VALUE "SAFETY FACTOR ".
           02 PL-Safety            PIC 9.99.
           02 FILLER               PIC X(14)   VALUE "  ORDER COVER ".
           02 PL-Cover             PIC ZZ9.
           02 FILLER               PIC X(21)   VALUE
              " DAYS  DEFAULT LEAD ".
           02 PL-Default-Lead      PIC ZZ9.
           02 FILLER               PIC X(21)   VALUE " DAYS".

       01  WS-Column-Line-1.
           02 FILLER               PIC X(40)   VALUE SPACES.
           02 FILLER               PIC X(40)   VALUE
              "REORDER LEVEL  ORDER QTY".

       01  WS-Column-Line-2.
           02 FILLER               PIC X(40)   VALUE
              "P  S  ON-HAND  AVG/PER   PEAK  SUPP LEAD".
           02 FILLER               PIC X(40)   VALUE
              "    NOW  PROP    NOW  PROP".

       01  WS-Detail-Line.
           02 DL-Product           PIC X.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Size              PIC 9.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-On-Hand           PIC -----9.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Avg               PIC ZZZZ9.9.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Peak              PIC ZZZZ9.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Supplier          PIC X(4).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Lead              PIC ZZ9.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Cur-Level         PIC ZZZZ9.
           02 FILLER               PIC X       VALUE SPACE.
           02 DL-New-Level         PIC ZZZZ9.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Cur-Qty           PIC ZZZZ9.
           02 FILLER               PIC X       VALUE SPACE.
           02 DL-New-Qty           PIC ZZZZ9.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Note              PIC X(14).

       01  WS-Blank-Line           PIC X(80)   VALUE SPACES.
       01  WS-End-Of-Report-Line   PIC X(80)   VALUE
           "END OF REPORT".

       PROCEDURE DIVISION.
       BEGIN.
      * The periodic reorder level review - each line on the stock
      * book has its validated sales over the recent periods summed
      * from LOTSHIP.DAT into average and peak period demand. The
      * proposed level covers the chosen supplier's lead days at
      * average demand plus the safety factor times the peak's
      * excess over it; the proposed order quantity covers the
      * REORDPRM.DAT cover days at average demand. Every line shows
      * on the review report, current against proposed, and each
      * line whose figures would change goes to REORDPRP.DAT for
      * ReorderAccept. A line with no sales in the window is left
      * as it stands.
            PERFORM GetBusinessDate
            MOVE WS-Business-Date TO WS-Today
            PERFORM LoadParameters
            COMPUTE WS-Window-Days = WS-Periods * WS-Period-Days

            PERFORM LoadDemandTable
            PERFORM LoadSupplierTable
            PERFORM LoadLinkTable
            PERFORM TallyDemandHistory

            OPEN OUTPUT ProposalFile
            OPEN OUTPUT ReviewReportFile
            MOVE WS-Periods       TO TL-Periods
            MOVE WS-Period-Days   TO TL-Period-Days
            MOVE WS-Business-Date TO TL-Date
            MOVE WS-Title-Line TO ShowReviewReport
            WRITE ShowReviewReport
            MOVE WS-Safety-Factor TO PL-Safety
            MOVE WS-Cover-Days    TO PL-Cover
            MOVE WS-Default-Lead  TO PL-Default-Lead
            MOVE WS-Parameter-Line TO ShowReviewReport
            WRITE ShowReviewReport
            MOVE WS-Blank-Line TO ShowReviewReport
            WRITE ShowReviewReport
            MOVE WS-Column-Line-1 TO ShowReviewReport
            WRITE ShowReviewReport
            MOVE WS-Column-Line-2 TO ShowReviewReport
            WRITE ShowReviewReport

            PERFORM ReviewOneLine
                VARYING WS-Demand-Sub FROM 1 BY 1
                UNTIL WS-Demand-Sub > DemandTableCount

            MOVE WS-Blank-Line TO ShowReviewReport
            WRITE ShowReviewReport
            MOVE WS-End-Of-Report-Line TO ShowReviewReport
            WRITE ShowReviewReport
            CLOSE ReviewReportFile
            CLOSE ProposalFile

            DISPLAY "ReorderReview - Control Report"
            DISPLAY "Sales lines in window  : " WS-Sales-Read
            DISPLAY "Stock lines reviewed   : " WS-Lines-Reviewed
            DISPLAY "Changes proposed       : " WS-Proposals-Written
            DISPLAY "No sales - left as is  : " WS-No-Sales
            STOP RUN.

      * No REORDPRM.DAT (a "35" status) leaves the defaults; a
      * period count over the twelve the table holds is cut back.
       LoadParameters.
            OPEN INPUT ParameterFile
            IF WS-Parameter-Status = "00"
                READ ParameterFile
                    AT END CONTINUE
                    NOT AT END
                        IF RPM-Periods NUMERIC
                           AND RPM-Periods > ZERO
                            MOVE RPM-Periods TO WS-Periods
                        END-IF
                        IF RPM-Period-Days NUMERIC
                           AND RPM-Period-Days > ZERO
                            MOVE RPM-Period-Days TO WS-Period-Days
                        END-IF
                        IF RPM-Safety-Factor NUMERIC
                            MOVE RPM-Safety-Factor TO WS-Safety-Factor
                        END-IF
                        IF RPM-Cover-Days NUMERIC
                           AND RPM-Cover-Days > ZERO
                            MOVE RPM-Cover-Days TO WS-Cover-Days
                        END-IF
                        IF RPM-Default-Lead NUMERIC
                           AND RPM-Default-Lead > ZERO
                            MOVE RPM-Default-Lead TO WS-Default-Lead
                        END-IF
                END-READ
                CLOSE ParameterFile
            END-IF
            IF WS-Periods > 12
                MOVE 12 TO WS-Periods
            END-IF.

       LoadDemandTable.
            OPEN INPUT InventoryFile
            IF WS-Inventory-Status NOT = "00"
                SET EndOfInventoryFile TO TRUE
            ELSE
                READ InventoryFile
                    AT END SET EndOfInventoryFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfInventoryFile
                SET DemandIdx TO DemandTableCount
                SET DemandIdx UP BY 1
                SET DemandTableCount TO DemandIdx
                MOVE IN-Product-Id    TO DM-Product-Tbl(DemandIdx)
                MOVE IN-Unit-Size     TO DM-Size-Tbl(DemandIdx)
                MOVE IN-On-Hand       TO DM-On-Hand-Tbl(DemandIdx)
                MOVE IN-Reorder-Level TO DM-Level-Tbl(DemandIdx)
                IF IN-Order-Qty NUMERIC
                    MOVE IN-Order-Qty TO DM-Order-Qty-Tbl(DemandIdx)
                ELSE
                    MOVE ZERO TO DM-Order-Qty-Tbl(DemandIdx)
                END-IF
                PERFORM VARYING WS-Period-Sub FROM 1 BY 1
                        UNTIL WS-Period-Sub > 12
                    MOVE ZERO TO DM-Period-Tbl(DemandIdx WS-Period-Sub)
                END-PERFORM
                READ InventoryFile
                    AT END SET EndOfInventoryFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Inventory-Status NOT = "35"
                CLOSE InventoryFile
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
                MOVE SPL-Status      TO SP-Status-Tbl(SupplIdx)
                IF SPL-Lead-Days NUMERIC
                    MOVE SPL-Lead-Days TO SP-Lead-Tbl(SupplIdx)
                ELSE
                    MOVE ZERO TO SP-Lead-Tbl(SupplIdx)
                END-IF
                READ SupplierFile
                    AT END SET EndOfSupplierFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Supplier-Status NOT = "35"
                CLOSE SupplierFile
            END-IF.

       LoadLinkTable.
            OPEN INPUT SuppProdFile
            IF WS-SuppProd-Status NOT = "00"
                SET EndOfSuppProdFile TO TRUE
            ELSE
                READ SuppProdFile
                    AT END SET EndOfSuppProdFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSuppProdFile
                SET LinkIdx TO LinkTableCount
                SET LinkIdx UP BY 1
                SET LinkTableCount TO LinkIdx
                MOVE SPP-Supplier-Id TO LK-Supplier-Tbl(LinkIdx)
                MOVE SPP-Product-Id  TO LK-Product-Tbl(LinkIdx)
                READ SuppProdFile
                    AT END SET EndOfSuppProdFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-SuppProd-Status NOT = "35"
                CLOSE SuppProdFile
            END-IF.

      * Each shipment inside the window lands in its period by age;
      * returns ride negative and net off. A line for a product and
      * size no longer on the stock book is passed over.
       TallyDemandHistory.
            OPEN INPUT LotShipFile
            IF WS-LotShip-Status NOT = "00"
                SET EndOfLotShipFile TO TRUE
            ELSE
                READ LotShipFile
                    AT END SET EndOfLotShipFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLotShipFile
                IF LS-Ship-Date NUMERIC AND LS-Quantity NUMERIC
                    PERFORM TallyOneShipment
                END-IF
                READ LotShipFile
                    AT END SET EndOfLotShipFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LotShip-Status NOT = "35"
                CLOSE LotShipFile
            END-IF.

       TallyOneShipment.
            MOVE LS-Ship-Date TO WS-Ship-Date-Split
            COMPUTE WS-Ship-Age-Days =
                ((WS-Today-YYYY - WS-Ship-YYYY) * 365)
                + ((WS-Today-MM - WS-Ship-MM) * 30)
                + (WS-Today-DD - WS-Ship-DD)
            IF WS-Ship-Age-Days >= ZERO
               AND WS-Ship-Age-Days < WS-Window-Days
                PERFORM LocateDemandEntry
                IF WS-Demand-Sub > ZERO
                    COMPUTE WS-Period-Sub =
                        (WS-Ship-Age-Days / WS-Period-Days) + 1
                    ADD LS-Quantity
                        TO DM-Period-Tbl(WS-Demand-Sub WS-Period-Sub)
                    ADD 1 TO WS-Sales-Read
                END-IF
            END-IF.

       LocateDemandEntry.
            MOVE ZERO TO WS-Demand-Sub
            IF DemandTableCount > ZERO
                SET DemandIdx TO 1
                SEARCH DemandEntry
                   AT END MOVE ZERO TO WS-Demand-Sub
                   WHEN DM-Product-Tbl(DemandIdx) = LS-Product-Id
                        AND DM-Size-Tbl(DemandIdx) = LS-Unit-Size
                        SET WS-Demand-Sub TO DemandIdx
                END-SEARCH
            END-IF.

      * Levels and quantities round up - a part unit short is a
      * unit short.
       ReviewOneLine.
            ADD 1 TO WS-Lines-Reviewed
            MOVE ZERO TO WS-Window-Total
            MOVE ZERO TO WS-Peak-Demand
            PERFORM VARYING WS-Period-Sub FROM 1 BY 1
                    UNTIL WS-Period-Sub > WS-Periods
                MOVE DM-Period-Tbl(WS-Demand-Sub WS-Period-Sub)
                    TO WS-Period-Demand
                ADD WS-Period-Demand TO WS-Window-Total
                IF WS-Period-Demand > WS-Peak-Demand
                    MOVE WS-Period-Demand TO WS-Peak-Demand
                END-IF
            END-PERFORM

            MOVE DM-Product-Tbl(WS-Demand-Sub)   TO DL-Product
            MOVE DM-Size-Tbl(WS-Demand-Sub)      TO DL-Size
            MOVE DM-On-Hand-Tbl(WS-Demand-Sub)   TO DL-On-Hand
            MOVE DM-Level-Tbl(WS-Demand-Sub)     TO DL-Cur-Level
            MOVE DM-Order-Qty-Tbl(WS-Demand-Sub) TO DL-Cur-Qty

            PERFORM ChooseSupplier
            MOVE WS-Chosen-Supplier TO DL-Supplier
            MOVE WS-Lead-Days       TO DL-Lead

            IF WS-Window-Total <= ZERO
                MOVE ZERO TO DL-Avg
                MOVE ZERO TO DL-Peak
                MOVE DM-Level-Tbl(WS-Demand-Sub)     TO DL-New-Level
                MOVE DM-Order-Qty-Tbl(WS-Demand-Sub) TO DL-New-Qty
                MOVE "NO SALES-KEPT" TO DL-Note
                ADD 1 TO WS-No-Sales
            ELSE
                COMPUTE WS-Avg-Demand = WS-Window-Total / WS-Periods
                COMPUTE WS-Level-Exact =
                    (WS-Avg-Demand + (WS-Safety-Factor
                        * (WS-Peak-Demand - WS-Avg-Demand)))
                    * WS-Lead-Days / WS-Period-Days
                MOVE WS-Level-Exact TO WS-New-Level
                IF WS-Level-Exact > WS-New-Level
                    ADD 1 TO WS-New-Level
                END-IF
                COMPUTE WS-Qty-Exact =
                    WS-Avg-Demand * WS-Cover-Days / WS-Period-Days
                MOVE WS-Qty-Exact TO WS-New-Order-Qty
                IF WS-Qty-Exact > WS-New-Order-Qty
                    ADD 1 TO WS-New-Order-Qty
                END-IF
                IF WS-New-Order-Qty < 1
                    MOVE 1 TO WS-New-Order-Qty
                END-IF
                MOVE WS-Avg-Demand    TO DL-Avg
                MOVE WS-Peak-Demand   TO DL-Peak
                MOVE WS-New-Level     TO DL-New-Level
                MOVE WS-New-Order-Qty TO DL-New-Qty
                MOVE SPACES TO DL-Note
                IF WS-New-Level NOT = DM-Level-Tbl(WS-Demand-Sub)
                   OR WS-New-Order-Qty NOT =
                      DM-Order-Qty-Tbl(WS-Demand-Sub)
                    PERFORM WriteProposal
                    MOVE "PROPOSED" TO DL-Note
                END-IF
            END-IF
            MOVE WS-Detail-Line TO ShowReviewReport
            WRITE ShowReviewReport.

      * The first active supplier linked to the product - the one
      * PurchaseOrders would order from - sets the lead days; with
      * none linked, or no lead days on its record, the default
      * lead from the parameters stands.
       ChooseSupplier.
            MOVE SPACES TO WS-Chosen-Supplier
            MOVE WS-Default-Lead TO WS-Lead-Days
            PERFORM VARYING LinkIdx FROM 1 BY 1
                    UNTIL LinkIdx > LinkTableCount
                    OR WS-Chosen-Supplier NOT = SPACES
                IF LK-Product-Tbl(LinkIdx) =
                       DM-Product-Tbl(WS-Demand-Sub)
                    PERFORM CheckSupplierActive
                END-IF
            END-PERFORM
            IF WS-Chosen-Supplier = SPACES
                MOVE "NONE" TO WS-Chosen-Supplier
            END-IF.

       CheckSupplierActive.
            MOVE ZERO TO WS-Suppl-Sub
            IF SupplierTableCount > ZERO
                SET SupplIdx TO 1
                SEARCH SupplierEntry
                   AT END MOVE ZERO TO WS-Suppl-Sub
                   WHEN SP-Id-Tbl(SupplIdx) =
                            LK-Supplier-Tbl(LinkIdx)
                        SET WS-Suppl-Sub TO SupplIdx
                END-SEARCH
            END-IF
            IF WS-Suppl-Sub > ZERO
               AND NOT SupplierEntryClosed(WS-Suppl-Sub)
                MOVE SP-Id-Tbl(WS-Suppl-Sub) TO WS-Chosen-Supplier
                IF SP-Lead-Tbl(WS-Suppl-Sub) > ZERO
                    MOVE SP-Lead-Tbl(WS-Suppl-Sub) TO WS-Lead-Days
                END-IF
            END-IF.

       WriteProposal.
            MOVE SPACES TO ReorderProposalRecord
            MOVE DM-Product-Tbl(WS-Demand-Sub)   TO ROP-Product-Id
            MOVE DM-Size-Tbl(WS-Demand-Sub)      TO ROP-Unit-Size
            MOVE DM-Level-Tbl(WS-Demand-Sub)     TO ROP-Cur-Level
            MOVE DM-Order-Qty-Tbl(WS-Demand-Sub) TO ROP-Cur-Order-Qty
            MOVE WS-New-Level       TO ROP-New-Level
            MOVE WS-New-Order-Qty   TO ROP-New-Order-Qty
            MOVE WS-Avg-Demand      TO ROP-Avg-Demand
            MOVE WS-Peak-Demand     TO ROP-Peak-Demand
            MOVE WS-Chosen-Supplier TO ROP-Supplier-Id
            MOVE WS-Lead-Days       TO ROP-Lead-Days
            MOVE WS-Business-Date   TO ROP-Proposed-Date
            WRITE ReorderProposalRecord
            ADD 1 TO WS-Proposals-Written.

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

       END PROGRAM ReorderReview.
