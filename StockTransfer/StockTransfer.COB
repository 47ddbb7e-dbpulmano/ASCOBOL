      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockTransfer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The stock book - read only, for the products and sizes a
      * transfer may move and any stock not yet placed.
           SELECT InventoryFile ASSIGN "INVENTRY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Inventory-Status.

           SELECT LocationFile ASSIGN "LOCMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Location-Status.

      * Each location's share of the book - rides in a table and
      * stores back whole.
           SELECT LocStockFile ASSIGN "LOCSTOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LocStock-Status.

      * Every transfer ever dispatched - rides in a table and
      * stores back whole.
           SELECT TransferFile ASSIGN "STKXFER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Transfer-Status.

      * One movement per record - a D dispatches stock from one
      * location to another, an R books a dispatched transfer in
      * at the location it was sent to.
           SELECT TransFile ASSIGN "TRANSXFR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Trans-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT RegisterFile ASSIGN "XFERREG.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "XFEREXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  InventoryFile.
           COPY INVENTRY.

       FD  LocationFile.
           COPY LOCMAST.

       FD  LocStockFile.
           COPY LOCSTOCK.

       FD  TransferFile.
           COPY STKXFER.

       FD  TransFile.
       01  TransRecord.
           02 TransCode-X          PIC X.
               88 DispatchWanted               VALUE "D".
               88 ReceiveWanted                VALUE "R".
           02 FromLoc-X            PIC X(2).
           02 ToLoc-X              PIC X(2).
           02 ProductId-X          PIC X.
           02 UnitSize-X           PIC X.
           02 Quantity-X           PIC X(5).
      * Only a receipt carries the transfer number - the one the
      * register gave the dispatch.
           02 XferNumber-X         PIC X(6).

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  RegisterFile.
       01  ShowRegister             PIC X(80).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Trans         PIC X(18).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Inventory-Status     PIC XX      VALUE SPACES.
       01  WS-Location-Status      PIC XX      VALUE SPACES.
       01  WS-LocStock-Status      PIC XX      VALUE SPACES.
       01  WS-Transfer-Status      PIC XX      VALUE SPACES.
       01  WS-Trans-Status         PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.
       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

       01  WS-Inventory-EOF-Switch PIC X       VALUE "N".
           88 EndOfInventoryFile               VALUE "Y".
       01  WS-Location-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLocationFile                VALUE "Y".
       01  WS-LocStock-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLocStockFile                VALUE "Y".
       01  WS-Transfer-EOF-Switch  PIC X       VALUE "N".
           88 EndOfTransferFile                VALUE "Y".
       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".

      * The stock book, read only.
       01  StockTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  StockTable.
           02 StockEntry           OCCURS 1 TO 300 TIMES
                                    DEPENDING ON StockTableCount
                                    INDEXED BY StockIdx.
               03 SK-Product-Tbl   PIC X.
               03 SK-Size-Tbl      PIC 9.
               03 SK-On-Hand-Tbl   PIC S9(5).

       01  WS-Stock-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Lookup-Product       PIC X       VALUE SPACE.
       01  WS-Lookup-Size          PIC 9       VALUE ZERO.

       01  LocationTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  LocationTable.
           02 LocationEntry        OCCURS 1 TO 20 TIMES
                                    DEPENDING ON LocationTableCount
                                    INDEXED BY LocnIdx.
               03 LC-Code-Tbl      PIC X(2).
               03 LC-Type-Tbl      PIC X.
                   88 LocationEntrySells   VALUE "S".
               03 LC-Status-Tbl    PIC X.
                   88 LocationEntryClosed  VALUE "C".

       01  WS-Locn-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Sell-Location        PIC X(2)    VALUE SPACES.
       01  WS-Loc-Code             PIC X(2)    VALUE SPACES.
       01  WS-Loc-Qty              PIC S9(7)   VALUE ZERO.
       01  WS-Loc-Take             PIC S9(7)   VALUE ZERO.
       01  WS-Placed-Qty           PIC S9(7)   VALUE ZERO.
       01  WS-Sell-Pass-Switch     PIC X       VALUE "Y".
           88 SellingPass                      VALUE "Y".

       01  LocStockTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  LocStockTable.
           02 LocStockEntry        OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON LocStockTableCount
                                    INDEXED BY LocStkIdx.
               03 LX-Location-Tbl  PIC X(2).
               03 LX-Product-Tbl   PIC X.
               03 LX-Size-Tbl      PIC 9.
               03 LX-On-Hand-Tbl   PIC S9(5).
               03 LX-Transit-Tbl   PIC 9(5).

       01  WS-LocStk-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-From-Row             PIC 9(4)    COMP VALUE ZERO.
       01  WS-To-Row               PIC 9(4)    COMP VALUE ZERO.
       01  WS-From-Locn-Sub        PIC 9(4)    COMP VALUE ZERO.
       01  WS-To-Locn-Sub          PIC 9(4)    COMP VALUE ZERO.

       01  TransferTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  TransferTable.
           02 TransferEntry        OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON TransferTableCount
                                    INDEXED BY XferIdx.
               03 XT-Number-Tbl    PIC 9(6).
               03 XT-From-Tbl      PIC X(2).
               03 XT-To-Tbl        PIC X(2).
               03 XT-Product-Tbl   PIC X.
               03 XT-Size-Tbl      PIC 9.
               03 XT-Quantity-Tbl  PIC 9(5).
               03 XT-Status-Tbl    PIC X.
                   88 XferEntryInTransit   VALUE "T".
               03 XT-Dispatch-Tbl  PIC 9(8).
               03 XT-Received-Tbl  PIC 9(8).

       01  WS-Xfer-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Next-Xfer-Number     PIC 9(6)    VALUE 1.
       01  WS-Xfer-Qty             PIC 9(5)    VALUE ZERO.
       01  WS-Lookup-Number        PIC 9(6)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Trans-Read        PIC 9(5)    VALUE ZERO.
           02 WS-Dispatched        PIC 9(5)    VALUE ZERO.
           02 WS-Received          PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-Still-In-Transit  PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Placed      PIC 9(5)    VALUE ZERO.

       01  WS-Title-Line            PIC X(80)   VALUE
           "STOCK TRANSFER REGISTER".

       01  WS-Transit-Title-Line    PIC X(80)   VALUE
           "TRANSFERS STILL IN TRANSIT".

       01  WS-Detail-Line.
           02 DL-Action             PIC X(11).
           02 DL-Number             PIC 9(6).
           02 FILLER                PIC X(7)    VALUE "  FROM ".
           02 DL-From               PIC X(2).
           02 FILLER                PIC X(4)    VALUE " TO ".
           02 DL-To                 PIC X(2).
           02 FILLER                PIC X(7)    VALUE "  PROD ".
           02 DL-Product            PIC X.
           02 FILLER                PIC X(6)    VALUE " SIZE ".
           02 DL-Size               PIC 9.
           02 FILLER                PIC X(6)    VALUE "  QTY ".
           02 DL-Quantity           PIC ZZZZ9.
           02 FILLER                PIC X(7)    VALUE "  DATE ".
           02 DL-Date               PIC 9(8).
           02 FILLER                PIC X(7)    VALUE SPACES.

       01  WS-End-Of-Report-Line    PIC X(80)   VALUE
           "END OF REPORT".

       PROCEDURE DIVISION.
       BEGIN.
      * Stock moved between the shop and the warehouse. A dispatch
      * takes the quantity off the sending location's shelf and
      * puts it in transit to the receiving one, under a new
      * transfer number; the receipt of that number at the other
      * end puts it on the receiving shelf. Neither touches the
      * business total on INVENTRY.DAT - stock in transit is still
      * ours. Every movement prints on the register, and the
      * register closes with every transfer still on the road.
      * With no location master there is nothing to move between,
      * and the run stops.
            PERFORM GetBusinessDate
            PERFORM LoadLocationTable
            IF LocationTableCount = ZERO
                DISPLAY "StockTransfer - NO LOCMAST.DAT - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LoadStockTable
            PERFORM LoadLocStockTable
            PERFORM PlaceUnplacedStock
            PERFORM LoadTransferTable

            OPEN INPUT TransFile
            OPEN OUTPUT RegisterFile
            OPEN OUTPUT ExceptionFile
            MOVE WS-Title-Line TO ShowRegister
            WRITE ShowRegister
            IF WS-Trans-Status NOT = "00"
                SET EndOfTransFile-WS TO TRUE
            ELSE
                READ TransFile
                    AT END SET EndOfTransFile-WS TO TRUE
                END-READ
            END-IF
            PERFORM ProcessOneTransaction UNTIL EndOfTransFile-WS
            IF WS-Trans-Status NOT = "35"
                CLOSE TransFile
            END-IF
            PERFORM PrintInTransit
            MOVE WS-End-Of-Report-Line TO ShowRegister
            WRITE ShowRegister
            CLOSE RegisterFile
            CLOSE ExceptionFile

            PERFORM StoreTransferTable
            PERFORM StoreLocStockTable

            DISPLAY "StockTransfer - Control Report"
            DISPLAY "Transactions read   : " WS-Trans-Read
            DISPLAY "Transfers dispatched: " WS-Dispatched
            DISPLAY "Transfers received  : " WS-Received
            DISPLAY "Transactions rejected: " WS-Trans-Rejected
            DISPLAY "Still in transit    : " WS-Still-In-Transit
            DISPLAY "Lines placed at loc : " WS-Lines-Placed
            STOP RUN.

       ProcessOneTransaction.
            ADD 1 TO WS-Trans-Read
            EVALUATE TRUE
                WHEN DispatchWanted
                    PERFORM DispatchTransfer
                WHEN ReceiveWanted
                    PERFORM ReceiveTransfer
                WHEN OTHER
                    MOVE "TRANSACTION CODE NOT D OR R"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
            END-EVALUATE
            READ TransFile
                AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * A dispatch must name two different locations on the master,
      * the receiving one open, a product and size on the stock
      * book, and no more than the sending shelf holds.
       DispatchTransfer.
            MOVE FromLoc-X TO WS-Loc-Code
            PERFORM FindLocation
            MOVE WS-Locn-Sub TO WS-From-Locn-Sub
            MOVE ToLoc-X TO WS-Loc-Code
            PERFORM FindLocation
            MOVE WS-Locn-Sub TO WS-To-Locn-Sub
            MOVE ZERO TO WS-Stock-Sub
            MOVE ZERO TO WS-From-Row
            MOVE ZERO TO WS-Xfer-Qty
            IF Quantity-X NUMERIC
                MOVE Quantity-X TO WS-Xfer-Qty
            END-IF
            IF UnitSize-X NUMERIC
                MOVE ProductId-X TO WS-Lookup-Product
                MOVE UnitSize-X  TO WS-Lookup-Size
                PERFORM LocateStockEntry
            END-IF
            IF WS-Stock-Sub > ZERO AND WS-From-Locn-Sub > ZERO
                MOVE FromLoc-X TO WS-Loc-Code
                PERFORM FindLocStockRow
                MOVE WS-LocStk-Sub TO WS-From-Row
            END-IF
            EVALUATE TRUE
                WHEN WS-From-Locn-Sub = ZERO
                    MOVE "FROM LOCATION NOT ON MASTER"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-To-Locn-Sub = ZERO
                    MOVE "TO LOCATION NOT ON MASTER" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN FromLoc-X = ToLoc-X
                    MOVE "FROM AND TO LOCATION THE SAME"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN LocationEntryClosed(WS-To-Locn-Sub)
                    MOVE "TO LOCATION CLOSED" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-Stock-Sub = ZERO
                    MOVE "PRODUCT AND SIZE NOT ON STOCK BOOK"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN Quantity-X NOT NUMERIC
                    MOVE "QUANTITY NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-Xfer-Qty = ZERO
                    MOVE "QUANTITY ZERO" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-From-Row = ZERO
                    MOVE "NO STOCK AT FROM LOCATION" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN LX-On-Hand-Tbl(WS-From-Row) < WS-Xfer-Qty
                    MOVE "FROM LOCATION HOLDS LESS THAN QUANTITY"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN TransferTableCount NOT < 3000
                    MOVE "TRANSFER FILE FULL" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN OTHER
                    PERFORM BookDispatch
            END-EVALUATE.

       BookDispatch.
            SUBTRACT WS-Xfer-Qty FROM LX-On-Hand-Tbl(WS-From-Row)
            MOVE ToLoc-X TO WS-Loc-Code
            PERFORM LocateLocStockRow
            MOVE WS-LocStk-Sub TO WS-To-Row
            ADD WS-Xfer-Qty TO LX-Transit-Tbl(WS-To-Row)
            SET XferIdx TO TransferTableCount
            SET XferIdx UP BY 1
            SET TransferTableCount TO XferIdx
            MOVE WS-Next-Xfer-Number TO XT-Number-Tbl(XferIdx)
            MOVE FromLoc-X         TO XT-From-Tbl(XferIdx)
            MOVE ToLoc-X           TO XT-To-Tbl(XferIdx)
            MOVE WS-Lookup-Product TO XT-Product-Tbl(XferIdx)
            MOVE WS-Lookup-Size    TO XT-Size-Tbl(XferIdx)
            MOVE WS-Xfer-Qty       TO XT-Quantity-Tbl(XferIdx)
            MOVE "T"               TO XT-Status-Tbl(XferIdx)
            MOVE WS-Business-Date  TO XT-Dispatch-Tbl(XferIdx)
            MOVE ZERO              TO XT-Received-Tbl(XferIdx)
            SET WS-Xfer-Sub TO XferIdx
            MOVE "DISPATCHED " TO DL-Action
            MOVE WS-Business-Date TO DL-Date
            PERFORM PrintTransferLine
            ADD 1 TO WS-Next-Xfer-Number
            ADD 1 TO WS-Dispatched.

      * A receipt books the whole transfer in - it must be one the
      * register dispatched and not yet received.
       ReceiveTransfer.
            MOVE ZERO TO WS-Xfer-Sub
            IF XferNumber-X NUMERIC
                MOVE XferNumber-X TO WS-Lookup-Number
                PERFORM FindTransfer
            END-IF
            EVALUATE TRUE
                WHEN XferNumber-X NOT NUMERIC
                    MOVE "TRANSFER NUMBER NOT NUMERIC"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-Xfer-Sub = ZERO
                    MOVE "TRANSFER NOT ON FILE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN NOT XferEntryInTransit(WS-Xfer-Sub)
                    MOVE "TRANSFER ALREADY RECEIVED" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN OTHER
                    PERFORM BookReceipt
            END-EVALUATE.

       BookReceipt.
            MOVE XT-Product-Tbl(WS-Xfer-Sub) TO WS-Lookup-Product
            MOVE XT-Size-Tbl(WS-Xfer-Sub)    TO WS-Lookup-Size
            MOVE XT-To-Tbl(WS-Xfer-Sub)      TO WS-Loc-Code
            PERFORM LocateLocStockRow
            IF LX-Transit-Tbl(WS-LocStk-Sub) <
                   XT-Quantity-Tbl(WS-Xfer-Sub)
                MOVE ZERO TO LX-Transit-Tbl(WS-LocStk-Sub)
            ELSE
                SUBTRACT XT-Quantity-Tbl(WS-Xfer-Sub)
                    FROM LX-Transit-Tbl(WS-LocStk-Sub)
            END-IF
            ADD XT-Quantity-Tbl(WS-Xfer-Sub)
                TO LX-On-Hand-Tbl(WS-LocStk-Sub)
            MOVE "R" TO XT-Status-Tbl(WS-Xfer-Sub)
            MOVE WS-Business-Date TO XT-Received-Tbl(WS-Xfer-Sub)
            MOVE "RECEIVED   " TO DL-Action
            MOVE WS-Business-Date TO DL-Date
            PERFORM PrintTransferLine
            ADD 1 TO WS-Received.

       PrintTransferLine.
            MOVE XT-Number-Tbl(WS-Xfer-Sub)   TO DL-Number
            MOVE XT-From-Tbl(WS-Xfer-Sub)     TO DL-From
            MOVE XT-To-Tbl(WS-Xfer-Sub)       TO DL-To
            MOVE XT-Product-Tbl(WS-Xfer-Sub)  TO DL-Product
            MOVE XT-Size-Tbl(WS-Xfer-Sub)     TO DL-Size
            MOVE XT-Quantity-Tbl(WS-Xfer-Sub) TO DL-Quantity
            MOVE WS-Detail-Line TO ShowRegister
            WRITE ShowRegister.

      * Everything dispatched and not yet booked in, oldest first,
      * with the date it left.
       PrintInTransit.
            MOVE SPACES TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Transit-Title-Line TO ShowRegister
            WRITE ShowRegister
            PERFORM VARYING WS-Xfer-Sub FROM 1 BY 1
                    UNTIL WS-Xfer-Sub > TransferTableCount
                IF XferEntryInTransit(WS-Xfer-Sub)
                    MOVE "IN TRANSIT " TO DL-Action
                    MOVE XT-Dispatch-Tbl(WS-Xfer-Sub) TO DL-Date
                    PERFORM PrintTransferLine
                    ADD 1 TO WS-Still-In-Transit
                END-IF
            END-PERFORM.

       FindTransfer.
            MOVE ZERO TO WS-Xfer-Sub
            IF TransferTableCount > ZERO
                SET XferIdx TO 1
                SEARCH TransferEntry
                   AT END MOVE ZERO TO WS-Xfer-Sub
                   WHEN XT-Number-Tbl(XferIdx) = WS-Lookup-Number
                        SET WS-Xfer-Sub TO XferIdx
                END-SEARCH
            END-IF.

      * No STKXFER.DAT yet (a "35" status) starts the numbering at
      * one. The next number is always one past the highest on file.
       LoadTransferTable.
            OPEN INPUT TransferFile
            IF WS-Transfer-Status NOT = "00"
                SET EndOfTransferFile TO TRUE
            ELSE
                READ TransferFile
                    AT END SET EndOfTransferFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfTransferFile
                IF TransferTableCount < 3000
                    SET XferIdx TO TransferTableCount
                    SET XferIdx UP BY 1
                    SET TransferTableCount TO XferIdx
                    MOVE XF-Number        TO XT-Number-Tbl(XferIdx)
                    MOVE XF-From-Location TO XT-From-Tbl(XferIdx)
                    MOVE XF-To-Location   TO XT-To-Tbl(XferIdx)
                    MOVE XF-Product-Id    TO XT-Product-Tbl(XferIdx)
                    MOVE XF-Unit-Size     TO XT-Size-Tbl(XferIdx)
                    MOVE XF-Quantity      TO XT-Quantity-Tbl(XferIdx)
                    MOVE XF-Status        TO XT-Status-Tbl(XferIdx)
                    MOVE XF-Dispatch-Date TO XT-Dispatch-Tbl(XferIdx)
                    IF XF-Received-Date NUMERIC
                        MOVE XF-Received-Date
                            TO XT-Received-Tbl(XferIdx)
                    ELSE
                        MOVE ZERO TO XT-Received-Tbl(XferIdx)
                    END-IF
                    IF XF-Number NOT < WS-Next-Xfer-Number
                        COMPUTE WS-Next-Xfer-Number = XF-Number + 1
                    END-IF
                END-IF
                READ TransferFile
                    AT END SET EndOfTransferFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Transfer-Status NOT = "35"
                CLOSE TransferFile
            END-IF.

       StoreTransferTable.
            OPEN OUTPUT TransferFile
            PERFORM VARYING XferIdx FROM 1 BY 1
                    UNTIL XferIdx > TransferTableCount
                MOVE SPACES TO StockTransferRecord
                MOVE XT-Number-Tbl(XferIdx)   TO XF-Number
                MOVE XT-From-Tbl(XferIdx)     TO XF-From-Location
                MOVE XT-To-Tbl(XferIdx)       TO XF-To-Location
                MOVE XT-Product-Tbl(XferIdx)  TO XF-Product-Id
                MOVE XT-Size-Tbl(XferIdx)     TO XF-Unit-Size
                MOVE XT-Quantity-Tbl(XferIdx) TO XF-Quantity
                MOVE XT-Status-Tbl(XferIdx)   TO XF-Status
                MOVE XT-Dispatch-Tbl(XferIdx) TO XF-Dispatch-Date
                MOVE XT-Received-Tbl(XferIdx) TO XF-Received-Date
                WRITE StockTransferRecord
            END-PERFORM
            CLOSE TransferFile.

       LoadStockTable.
            OPEN INPUT InventoryFile
            IF WS-Inventory-Status NOT = "00"
                SET EndOfInventoryFile TO TRUE
            ELSE
                READ InventoryFile
                    AT END SET EndOfInventoryFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfInventoryFile
                SET StockIdx TO StockTableCount
                SET StockIdx UP BY 1
                SET StockTableCount TO StockIdx
                MOVE IN-Product-Id    TO SK-Product-Tbl(StockIdx)
                MOVE IN-Unit-Size     TO SK-Size-Tbl(StockIdx)
                MOVE IN-On-Hand       TO SK-On-Hand-Tbl(StockIdx)
                READ InventoryFile
                    AT END SET EndOfInventoryFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Inventory-Status NOT = "35"
                CLOSE InventoryFile
            END-IF.

       LocateStockEntry.
            MOVE ZERO TO WS-Stock-Sub
            IF StockTableCount > ZERO
                SET StockIdx TO 1
                SEARCH StockEntry
                   AT END MOVE ZERO TO WS-Stock-Sub
                   WHEN SK-Product-Tbl(StockIdx) = WS-Lookup-Product
                        AND SK-Size-Tbl(StockIdx) = WS-Lookup-Size
                        SET WS-Stock-Sub TO StockIdx
                END-SEARCH
            END-IF.

      * Unplaced stock goes on the first active selling location's
      * shelf, as StockUpdate places it.
       LoadLocationTable.
            OPEN INPUT LocationFile
            IF WS-Location-Status NOT = "00"
                SET EndOfLocationFile TO TRUE
            ELSE
                READ LocationFile
                    AT END SET EndOfLocationFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLocationFile
                IF LocationTableCount < 20
                    SET LocnIdx TO LocationTableCount
                    SET LocnIdx UP BY 1
                    SET LocationTableCount TO LocnIdx
                    MOVE LOC-Code   TO LC-Code-Tbl(LocnIdx)
                    MOVE LOC-Type   TO LC-Type-Tbl(LocnIdx)
                    MOVE LOC-Status TO LC-Status-Tbl(LocnIdx)
                    IF NOT LocationClosed AND LocationSells
                       AND WS-Sell-Location = SPACES
                        MOVE LOC-Code TO WS-Sell-Location
                    END-IF
                END-IF
                READ LocationFile
                    AT END SET EndOfLocationFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Location-Status NOT = "35"
                CLOSE LocationFile
            END-IF
            IF LocationTableCount > ZERO
               AND WS-Sell-Location = SPACES
                MOVE LC-Code-Tbl(1) TO WS-Sell-Location
            END-IF.

       LoadLocStockTable.
            OPEN INPUT LocStockFile
            IF WS-LocStock-Status NOT = "00"
                SET EndOfLocStockFile TO TRUE
            ELSE
                READ LocStockFile
                    AT END SET EndOfLocStockFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLocStockFile
                SET LocStkIdx TO LocStockTableCount
                SET LocStkIdx UP BY 1
                SET LocStockTableCount TO LocStkIdx
                MOVE LCS-Location   TO LX-Location-Tbl(LocStkIdx)
                MOVE LCS-Product-Id TO LX-Product-Tbl(LocStkIdx)
                MOVE LCS-Unit-Size  TO LX-Size-Tbl(LocStkIdx)
                IF LCS-On-Hand NUMERIC
                    MOVE LCS-On-Hand TO LX-On-Hand-Tbl(LocStkIdx)
                ELSE
                    MOVE ZERO TO LX-On-Hand-Tbl(LocStkIdx)
                END-IF
                IF LCS-In-Transit NUMERIC
                    MOVE LCS-In-Transit TO LX-Transit-Tbl(LocStkIdx)
                ELSE
                    MOVE ZERO TO LX-Transit-Tbl(LocStkIdx)
                END-IF
                READ LocStockFile
                    AT END SET EndOfLocStockFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LocStock-Status NOT = "35"
                CLOSE LocStockFile
            END-IF.

       StoreLocStockTable.
            OPEN OUTPUT LocStockFile
            PERFORM VARYING LocStkIdx FROM 1 BY 1
                    UNTIL LocStkIdx > LocStockTableCount
                IF LX-On-Hand-Tbl(LocStkIdx) NOT = ZERO
                   OR LX-Transit-Tbl(LocStkIdx) NOT = ZERO
                    MOVE SPACES TO LocStockRecord
                    MOVE LX-Location-Tbl(LocStkIdx) TO LCS-Location
                    MOVE LX-Product-Tbl(LocStkIdx)  TO LCS-Product-Id
                    MOVE LX-Size-Tbl(LocStkIdx)     TO LCS-Unit-Size
                    MOVE LX-On-Hand-Tbl(LocStkIdx)  TO LCS-On-Hand
                    MOVE LX-Transit-Tbl(LocStkIdx)  TO LCS-In-Transit
                    WRITE LocStockRecord
                END-IF
            END-PERFORM
            CLOSE LocStockFile.

      * Stock the book holds that no location accounts for goes on
      * the selling location's shelf; a book below what the
      * locations hold comes off them the way a sale would.
       PlaceUnplacedStock.
            PERFORM VARYING WS-Stock-Sub FROM 1 BY 1
                    UNTIL WS-Stock-Sub > StockTableCount
                PERFORM PlaceOneStockLine
            END-PERFORM.

       PlaceOneStockLine.
            MOVE SK-Product-Tbl(WS-Stock-Sub) TO WS-Lookup-Product
            MOVE SK-Size-Tbl(WS-Stock-Sub)    TO WS-Lookup-Size
            MOVE ZERO TO WS-Placed-Qty
            PERFORM VARYING WS-LocStk-Sub FROM 1 BY 1
                    UNTIL WS-LocStk-Sub > LocStockTableCount
                IF LX-Product-Tbl(WS-LocStk-Sub) = WS-Lookup-Product
                   AND LX-Size-Tbl(WS-LocStk-Sub) = WS-Lookup-Size
                    ADD LX-On-Hand-Tbl(WS-LocStk-Sub) TO WS-Placed-Qty
                    ADD LX-Transit-Tbl(WS-LocStk-Sub) TO WS-Placed-Qty
                END-IF
            END-PERFORM
            COMPUTE WS-Loc-Qty =
                WS-Placed-Qty - SK-On-Hand-Tbl(WS-Stock-Sub)
            IF WS-Loc-Qty NOT = ZERO
                PERFORM MoveLocationStock
                ADD 1 TO WS-Lines-Placed
            END-IF.

       MoveLocationStock.
            IF WS-Loc-Qty > ZERO
                SET SellingPass TO TRUE
                PERFORM DrawFromLocations
                MOVE "N" TO WS-Sell-Pass-Switch
                PERFORM DrawFromLocations
            END-IF
            IF WS-Loc-Qty < ZERO
                MOVE WS-Sell-Location TO WS-Loc-Code
                PERFORM LocateLocStockRow
                IF WS-LocStk-Sub > ZERO
                    SUBTRACT WS-Loc-Qty
                        FROM LX-On-Hand-Tbl(WS-LocStk-Sub)
                END-IF
            END-IF.

       DrawFromLocations.
            PERFORM VARYING WS-Locn-Sub FROM 1 BY 1
                    UNTIL WS-Locn-Sub > LocationTableCount
                    OR WS-Loc-Qty = ZERO
                IF (SellingPass AND LocationEntrySells(WS-Locn-Sub))
                   OR (NOT SellingPass
                       AND NOT LocationEntrySells(WS-Locn-Sub))
                    PERFORM DrawFromOneLocation
                END-IF
            END-PERFORM.

       DrawFromOneLocation.
            PERFORM VARYING WS-LocStk-Sub FROM 1 BY 1
                    UNTIL WS-LocStk-Sub > LocStockTableCount
                    OR WS-Loc-Qty = ZERO
                IF LX-Location-Tbl(WS-LocStk-Sub) =
                       LC-Code-Tbl(WS-Locn-Sub)
                   AND LX-Product-Tbl(WS-LocStk-Sub) = WS-Lookup-Product
                   AND LX-Size-Tbl(WS-LocStk-Sub) = WS-Lookup-Size
                   AND LX-On-Hand-Tbl(WS-LocStk-Sub) > ZERO
                    IF LX-On-Hand-Tbl(WS-LocStk-Sub) < WS-Loc-Qty
                        MOVE LX-On-Hand-Tbl(WS-LocStk-Sub)
                            TO WS-Loc-Take
                    ELSE
                        MOVE WS-Loc-Qty TO WS-Loc-Take
                    END-IF
                    SUBTRACT WS-Loc-Take
                        FROM LX-On-Hand-Tbl(WS-LocStk-Sub)
                    SUBTRACT WS-Loc-Take FROM WS-Loc-Qty
                END-IF
            END-PERFORM.

      * The row for WS-Loc-Code and the lookup product and size, if
      * the location has ever held it.
       FindLocStockRow.
            MOVE ZERO TO WS-LocStk-Sub
            IF LocStockTableCount > ZERO
                SET LocStkIdx TO 1
                SEARCH LocStockEntry
                   AT END MOVE ZERO TO WS-LocStk-Sub
                   WHEN LX-Location-Tbl(LocStkIdx) = WS-Loc-Code
                        AND LX-Product-Tbl(LocStkIdx) =
                            WS-Lookup-Product
                        AND LX-Size-Tbl(LocStkIdx) = WS-Lookup-Size
                        SET WS-LocStk-Sub TO LocStkIdx
                END-SEARCH
            END-IF.

      * As above, opening an empty row if there is none.
       LocateLocStockRow.
            PERFORM FindLocStockRow
            IF WS-LocStk-Sub = ZERO AND LocStockTableCount < 3000
                SET LocStkIdx TO LocStockTableCount
                SET LocStkIdx UP BY 1
                SET LocStockTableCount TO LocStkIdx
                SET WS-LocStk-Sub TO LocStkIdx
                MOVE WS-Loc-Code    TO LX-Location-Tbl(WS-LocStk-Sub)
                MOVE WS-Lookup-Product
                    TO LX-Product-Tbl(WS-LocStk-Sub)
                MOVE WS-Lookup-Size TO LX-Size-Tbl(WS-LocStk-Sub)
                MOVE ZERO TO LX-On-Hand-Tbl(WS-LocStk-Sub)
                MOVE ZERO TO LX-Transit-Tbl(WS-LocStk-Sub)
            END-IF.

       FindLocation.
            MOVE ZERO TO WS-Locn-Sub
            SET LocnIdx TO 1
            SEARCH LocationEntry
               AT END MOVE ZERO TO WS-Locn-Sub
               WHEN LC-Code-Tbl(LocnIdx) = WS-Loc-Code
                    SET WS-Locn-Sub TO LocnIdx
            END-SEARCH.

       WriteExceptionRecord.
            MOVE TransRecord TO Except-Trans
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            ADD 1 TO WS-Trans-Rejected.

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

       END PROGRAM StockTransfer.
