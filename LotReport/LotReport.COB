      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LotReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The lots StockUpdate books in and depletes.
           SELECT LotStockFile ASSIGN "LOTSTOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LotStock-Status.

      * Which lot every sale line went out of.
           SELECT LotShipFile ASSIGN "LOTSHIP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LotShip-Status.

      * Read by key for the address a recall letter goes to.
           SELECT CustomerFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-Cus-Id
                  FILE STATUS IS WS-Customer-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT ExpirySortFile ASSIGN "SORTEXP.WRK".

           SELECT RecallSortFile ASSIGN "SORTRCL.WRK".

           SELECT ExpiryReportFile ASSIGN "EXPIRY.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RecallReportFile ASSIGN "RECALL.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LotStockFile.
           COPY LOTSTOCK.

       FD  LotShipFile.
           COPY LOTSHIP.

       FD  CustomerFile.
           COPY CUSTMAST.

       FD  BusinessDateFile.
           COPY BUSDATE.

      * Soonest best-before first - a lot with no date sorts ahead
      * of them all, where it cannot be missed.
       SD  ExpirySortFile.
       01  ExpirySortRecord.
           02 ES-Best-Before       PIC 9(8).
           02 ES-Product-Id        PIC X.
           02 ES-Unit-Size         PIC 9.
           02 ES-Lot-Number        PIC X(10).
           02 ES-Received-Date     PIC 9(8).
           02 ES-On-Hand           PIC 9(5).

      * One customer's shipments of the lot together, oldest first.
       SD  RecallSortFile.
       01  RecallSortRecord.
           02 RS-Cus-Id            PIC 9(5).
           02 RS-Product-Id        PIC X.
           02 RS-Unit-Size         PIC 9.
           02 RS-Ship-Date         PIC 9(8).
           02 RS-Cus-Name          PIC X(20).
           02 RS-Quantity          PIC S9(5).

       FD  ExpiryReportFile.
       01  ShowExpiry              PIC X(80).

       FD  RecallReportFile.
       01  ShowRecall              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LotStock-Status      PIC XX      VALUE SPACES.
       01  WS-LotShip-Status       PIC XX      VALUE SPACES.
       01  WS-Customer-Status      PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-LotStock-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLotStockFile                VALUE "Y".
       01  WS-LotShip-EOF-Switch   PIC X       VALUE "N".
           88 EndOfLotShipFile                 VALUE "Y".
       01  WS-Sort-EOF-Switch      PIC X       VALUE "N".
           88 EndOfSortReturn                  VALUE "Y".
       01  WS-Customer-File-Sw     PIC X       VALUE "N".
           88 CustomerFileOnHand               VALUE "Y".
       01  WS-Cus-Found-Sw         PIC X       VALUE "N".
           88 RecallCustomerOnFile             VALUE "Y".

      * Operator parameters, keyed at the start of the run.
       01  KeyedRunType            PIC X       VALUE SPACE.
           88 ExpiryRun                        VALUE "E".
           88 RecallRun                        VALUE "R".
       01  KeyedDaysAhead          PIC X(3)    VALUE SPACES.
       01  KeyedLotNumber          PIC X(10)   VALUE SPACES.
       01  KeyedOilId              PIC X       VALUE SPACE.

       01  WS-Days-Ahead           PIC 9(3)    VALUE 30.
       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.
       01  WS-Today-Split.
           02 WS-Today-YYYY        PIC 9(4).
           02 WS-Today-MM          PIC 9(2).
           02 WS-Today-DD          PIC 9(2).
       01  WS-BB-Split.
           02 WS-BB-YYYY           PIC 9(4).
           02 WS-BB-MM             PIC 9(2).
           02 WS-BB-DD             PIC 9(2).
       01  WS-Days-Left            PIC S9(5)   VALUE ZERO.

       01  WS-First-Group-Switch   PIC X       VALUE "Y".
           88 FirstGroup                       VALUE "Y".
       01  WS-Prev-Cus-Id          PIC 9(5)    VALUE ZERO.
       01  WS-Prev-Product-Id      PIC X       VALUE SPACE.
       01  WS-Prev-Unit-Size       PIC 9       VALUE ZERO.
       01  WS-Prev-Cus-Name        PIC X(20)   VALUE SPACES.
       01  WS-Group-Qty            PIC S9(7)   VALUE ZERO.
       01  WS-Group-First-Date     PIC 9(8)    VALUE ZERO.
       01  WS-Group-Last-Date      PIC 9(8)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Lots-Listed       PIC 9(5)    VALUE ZERO.
           02 WS-Lots-Expired      PIC 9(5)    VALUE ZERO.
           02 WS-Units-At-Risk     PIC 9(7)    VALUE ZERO.
           02 WS-Lots-Found        PIC 9(5)    VALUE ZERO.
           02 WS-Lot-On-Hand       PIC 9(7)    VALUE ZERO.
           02 WS-Shipments-Traced  PIC 9(5)    VALUE ZERO.
           02 WS-Customers-Traced  PIC 9(5)    VALUE ZERO.
           02 WS-Units-Traced      PIC S9(7)   VALUE ZERO.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       01  WS-Expiry-Title.
           02 FILLER                PIC X(12)   VALUE "LOTS WITHIN ".
           02 ET-Days               PIC ZZ9.
           02 FILLER                PIC X(27)   VALUE
              " DAYS OF BEST-BEFORE AS AT ".
           02 ET-Date               PIC 9(8).
           02 FILLER                PIC X(30)   VALUE SPACES.

       01  WS-Expiry-Heading.
           02 FILLER                PIC X(30)   VALUE
              "O S LOT        BEST-BF  RECEIV".
           02 FILLER                PIC X(30)   VALUE
              "ED ON HAND  DAYS STATUS       ".
           02 FILLER                PIC X(20)   VALUE SPACES.

       01  WS-Expiry-Detail.
           02 ED-Product-Id         PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 ED-Unit-Size          PIC 9.
           02 FILLER                PIC X       VALUE SPACE.
           02 ED-Lot-Number         PIC X(10).
           02 FILLER                PIC X       VALUE SPACE.
           02 ED-Best-Before        PIC X(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 ED-Received           PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 ED-On-Hand            PIC ZZZZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 ED-Days-Group.
               03 ED-Days           PIC ----9.
           02 ED-Days-X REDEFINES ED-Days-Group
                                    PIC X(5).
           02 FILLER                PIC X       VALUE SPACE.
           02 ED-Status             PIC X(13).
           02 FILLER                PIC X(20)   VALUE SPACES.

       01  WS-Expiry-Total.
           02 FILLER                PIC X(14)   VALUE "LOTS LISTED: ".
           02 EX-Lots               PIC ZZZZ9.
           02 FILLER                PIC X(12)   VALUE "   EXPIRED: ".
           02 EX-Expired            PIC ZZZZ9.
           02 FILLER                PIC X(16)   VALUE
              "   UNITS ON HAND".
           02 FILLER                PIC X(2)    VALUE ": ".
           02 EX-Units              PIC ZZZZZZ9.
           02 FILLER                PIC X(19)   VALUE SPACES.

       01  WS-None-Line             PIC X(80)   VALUE
           "NO LOTS FALL WITHIN THE PERIOD".

       01  WS-Recall-Title.
           02 FILLER                PIC X(17)   VALUE
              "RECALL TRACE LOT ".
           02 RT-Lot-Number         PIC X(10).
           02 FILLER                PIC X(7)    VALUE "  OIL: ".
           02 RT-Oil-Id             PIC X(3).
           02 FILLER                PIC X(8)    VALUE "  AS AT ".
           02 RT-Date               PIC 9(8).
           02 FILLER                PIC X(27)   VALUE SPACES.

       01  WS-Recall-Lot-Line.
           02 FILLER                PIC X(4)    VALUE "OIL ".
           02 RL-Product-Id         PIC X.
           02 FILLER                PIC X(6)    VALUE " SIZE ".
           02 RL-Unit-Size          PIC 9.
           02 FILLER                PIC X(14)   VALUE
              "  BEST-BEFORE ".
           02 RL-Best-Before        PIC 9(8).
           02 FILLER                PIC X(11)   VALUE "  RECEIVED ".
           02 RL-Received           PIC 9(8).
           02 FILLER                PIC X(4)    VALUE "  IN".
           02 RL-Qty-Received       PIC ZZZZ9.
           02 FILLER                PIC X(9)    VALUE "  ON HAND".
           02 RL-On-Hand            PIC ZZZZ9.
           02 FILLER                PIC X(4)    VALUE SPACES.

       01  WS-Recall-No-Lot-Line    PIC X(80)   VALUE
           "LOT NOT ON LOTSTOCK.DAT - SHIPMENTS TRACED REGARDLESS".

       01  WS-Recall-Heading.
           02 FILLER                PIC X(30)   VALUE
              "CUST  NAME                 O S".
           02 FILLER                PIC X(30)   VALUE
              "    QTY FIRST    LAST     NOTE".
           02 FILLER                PIC X(20)   VALUE SPACES.

       01  WS-Recall-Detail.
           02 RD-Cus-Id             PIC 9(5).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Cus-Name           PIC X(20).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Product-Id         PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Unit-Size          PIC 9.
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Quantity           PIC -----9.
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-First-Date         PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Last-Date          PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Note               PIC X(19).
           02 FILLER                PIC X(5)    VALUE SPACES.

      * The address block under each customer, laid out for the
      * letter - street, city and postal code, then who to ask for.
       01  WS-Recall-Address.
           02 FILLER                PIC X(6)    VALUE SPACES.
           02 RA-Street             PIC X(20).
           02 FILLER                PIC X       VALUE SPACE.
           02 RA-City               PIC X(15).
           02 FILLER                PIC X       VALUE SPACE.
           02 RA-PostalCode         PIC X(8).
           02 FILLER                PIC X(29)   VALUE SPACES.

       01  WS-Recall-Contact.
           02 FILLER                PIC X(6)    VALUE SPACES.
           02 FILLER                PIC X(6)    VALUE "PHONE ".
           02 RC-Phone              PIC X(12).
           02 FILLER                PIC X(10)   VALUE "  CONTACT ".
           02 RC-Contact            PIC X(20).
           02 FILLER                PIC X(26)   VALUE SPACES.

       01  WS-Recall-Not-On-File.
           02 FILLER                PIC X(6)    VALUE SPACES.
           02 FILLER                PIC X(41)   VALUE
              "CUSTOMER NOT ON CUSTMAST.DAT - NO ADDRESS".
           02 FILLER                PIC X(33)   VALUE SPACES.

      * Stock built into gift-set kits goes out against no
      * customer - the kit's own sales are traced from there.
       01  WS-Recall-Kit-Line.
           02 FILLER                PIC X(6)    VALUE SPACES.
           02 FILLER                PIC X(45)   VALUE
              "BUILT INTO KITS - TRACE THE KIT'S OWN SALES".
           02 FILLER                PIC X(29)   VALUE SPACES.

       01  WS-Recall-Total.
           02 FILLER                PIC X(20)   VALUE
              "CUSTOMERS TO WRITE: ".
           02 RX-Customers          PIC ZZZZ9.
           02 FILLER                PIC X(16)   VALUE
              "   UNITS SHIPPED".
           02 FILLER                PIC X(2)    VALUE ": ".
           02 RX-Units              PIC ------9.
           02 FILLER                PIC X(16)   VALUE
              "   UNITS ON HAND".
           02 FILLER                PIC X(2)    VALUE ": ".
           02 RX-On-Hand            PIC ZZZZZZ9.
           02 FILLER                PIC X(5)    VALUE SPACES.

       01  WS-Recall-None-Line      PIC X(80)   VALUE
           "NO SHIPMENTS OF THIS LOT ON LOTSHIP.DAT".

       PROCEDURE DIVISION.
       BEGIN.
      * The lot file answered two ways. E lists every lot still on
      * the shelf within the keyed number of days of its
      * best-before date, soonest first, expired lots flagged. R
      * takes a lot number and traces it to every customer it went
      * to - net quantity and the first and last dates shipped -
      * with the address block a recall letter needs. A suppressed
      * customer is still listed: a recall is a safety notice, not
      * marketing.
            PERFORM GetBusinessDate
            PERFORM KeyRunParameters
            IF ExpiryRun
                PERFORM PrintExpiryReport
                DISPLAY "LotReport - Control Report"
                DISPLAY "Lots listed        : " WS-Lots-Listed
                DISPLAY "Lots expired       : " WS-Lots-Expired
                DISPLAY "Units on hand      : " WS-Units-At-Risk
            ELSE
                PERFORM PrintRecallTrace
                DISPLAY "LotReport - Control Report"
                DISPLAY "Lot entries found  : " WS-Lots-Found
                DISPLAY "Shipments traced   : " WS-Shipments-Traced
                DISPLAY "Customers to write : " WS-Customers-Traced
                DISPLAY "Units shipped      : " RX-Units
            END-IF
            STOP RUN.

       KeyRunParameters.
            DISPLAY "Run type (E = expiry listing, R = recall "
                "trace): " WITH NO ADVANCING
            ACCEPT KeyedRunType
            IF NOT ExpiryRun AND NOT RecallRun
                DISPLAY "LotReport - RUN TYPE MUST BE E OR R "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF ExpiryRun
                DISPLAY "Days ahead of best-before (blank = 30): "
                    WITH NO ADVANCING
                ACCEPT KeyedDaysAhead
                IF KeyedDaysAhead NOT = SPACES
                    IF KeyedDaysAhead NOT NUMERIC
                        DISPLAY "LotReport - DAYS MUST BE 3 NUMERIC "
                            "DIGITS - RUN ABORTED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE KeyedDaysAhead TO WS-Days-Ahead
                END-IF
            ELSE
                DISPLAY "Lot number: " WITH NO ADVANCING
                ACCEPT KeyedLotNumber
                IF KeyedLotNumber = SPACES
                    DISPLAY "LotReport - LOT NUMBER MISSING "
                        "- RUN ABORTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                DISPLAY "Oil id (blank = any oil): "
                    WITH NO ADVANCING
                ACCEPT KeyedOilId
            END-IF.

       PrintExpiryReport.
            MOVE WS-Business-Date TO WS-Today-Split
            OPEN OUTPUT ExpiryReportFile
            MOVE WS-Days-Ahead    TO ET-Days
            MOVE WS-Business-Date TO ET-Date
            MOVE WS-Expiry-Title TO ShowExpiry
            WRITE ShowExpiry
            MOVE WS-Blank-Line TO ShowExpiry
            WRITE ShowExpiry
            MOVE WS-Expiry-Heading TO ShowExpiry
            WRITE ShowExpiry

            SORT ExpirySortFile
                ON ASCENDING KEY ES-Best-Before ES-Product-Id
                                 ES-Unit-Size
                INPUT PROCEDURE IS ReleaseExpiringLots
                OUTPUT PROCEDURE IS PrintExpiringLots

            MOVE WS-Blank-Line TO ShowExpiry
            WRITE ShowExpiry
            IF WS-Lots-Listed = ZERO
                MOVE WS-None-Line TO ShowExpiry
                WRITE ShowExpiry
            ELSE
                MOVE WS-Lots-Listed   TO EX-Lots
                MOVE WS-Lots-Expired  TO EX-Expired
                MOVE WS-Units-At-Risk TO EX-Units
                MOVE WS-Expiry-Total TO ShowExpiry
                WRITE ShowExpiry
            END-IF
            CLOSE ExpiryReportFile.

      * Only stock still on the shelf matters. The day count is
      * the shop's usual reckoning - a year as 365 days, a month as
      * 30.
       ReleaseExpiringLots.
            OPEN INPUT LotStockFile
            IF WS-LotStock-Status NOT = "00"
                SET EndOfLotStockFile TO TRUE
            ELSE
                READ LotStockFile
                    AT END SET EndOfLotStockFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLotStockFile
                IF LT-On-Hand > ZERO
                    PERFORM CountDaysLeft
                    IF LT-Best-Before = ZERO
                       OR WS-Days-Left <= WS-Days-Ahead
                        MOVE LT-Best-Before   TO ES-Best-Before
                        MOVE LT-Product-Id    TO ES-Product-Id
                        MOVE LT-Unit-Size     TO ES-Unit-Size
                        MOVE LT-Lot-Number    TO ES-Lot-Number
                        MOVE LT-Received-Date TO ES-Received-Date
                        MOVE LT-On-Hand       TO ES-On-Hand
                        RELEASE ExpirySortRecord
                    END-IF
                END-IF
                READ LotStockFile
                    AT END SET EndOfLotStockFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LotStock-Status NOT = "35"
                CLOSE LotStockFile
            END-IF.

       CountDaysLeft.
            MOVE ZERO TO WS-Days-Left
            IF LT-Best-Before > ZERO
                MOVE LT-Best-Before TO WS-BB-Split
                COMPUTE WS-Days-Left =
                    ((WS-BB-YYYY - WS-Today-YYYY) * 365)
                    + ((WS-BB-MM - WS-Today-MM) * 30)
                    + (WS-BB-DD - WS-Today-DD)
            END-IF.

       PrintExpiringLots.
            MOVE "N" TO WS-Sort-EOF-Switch
            RETURN ExpirySortFile
                AT END SET EndOfSortReturn TO TRUE
            END-RETURN
            PERFORM UNTIL EndOfSortReturn
                PERFORM PrintOneExpiringLot
                RETURN ExpirySortFile
                    AT END SET EndOfSortReturn TO TRUE
                END-RETURN
            END-PERFORM.

       PrintOneExpiringLot.
            MOVE ES-Product-Id    TO ED-Product-Id
            MOVE ES-Unit-Size     TO ED-Unit-Size
            MOVE ES-Lot-Number    TO ED-Lot-Number
            MOVE ES-Received-Date TO ED-Received
            MOVE ES-On-Hand       TO ED-On-Hand
            IF ES-Best-Before = ZERO
                MOVE "NONE"  TO ED-Best-Before
                MOVE SPACES  TO ED-Days-X
                MOVE "NO DATE" TO ED-Status
            ELSE
                MOVE ES-Best-Before TO ED-Best-Before
                MOVE ES-Best-Before TO LT-Best-Before
                PERFORM CountDaysLeft
                MOVE WS-Days-Left TO ED-Days
                IF WS-Days-Left < ZERO
                    MOVE "EXPIRED" TO ED-Status
                    ADD 1 TO WS-Lots-Expired
                ELSE
                    MOVE "DUE TO EXPIRE" TO ED-Status
                END-IF
            END-IF
            MOVE WS-Expiry-Detail TO ShowExpiry
            WRITE ShowExpiry
            ADD 1 TO WS-Lots-Listed
            ADD ES-On-Hand TO WS-Units-At-Risk.

       PrintRecallTrace.
            OPEN OUTPUT RecallReportFile
            MOVE KeyedLotNumber   TO RT-Lot-Number
            IF KeyedOilId = SPACE
                MOVE "ANY" TO RT-Oil-Id
            ELSE
                MOVE KeyedOilId TO RT-Oil-Id
            END-IF
            MOVE WS-Business-Date TO RT-Date
            MOVE WS-Recall-Title TO ShowRecall
            WRITE ShowRecall
            MOVE WS-Blank-Line TO ShowRecall
            WRITE ShowRecall
            PERFORM PrintRecallLots
            MOVE WS-Blank-Line TO ShowRecall
            WRITE ShowRecall
            MOVE WS-Recall-Heading TO ShowRecall
            WRITE ShowRecall

            OPEN INPUT CustomerFile
            IF WS-Customer-Status = "00"
                SET CustomerFileOnHand TO TRUE
            END-IF
            SORT RecallSortFile
                ON ASCENDING KEY RS-Cus-Id RS-Product-Id RS-Unit-Size
                                 RS-Ship-Date
                INPUT PROCEDURE IS ReleaseLotShipments
                OUTPUT PROCEDURE IS PrintRecallCustomers
            IF CustomerFileOnHand
                CLOSE CustomerFile
            END-IF

            MOVE WS-Blank-Line TO ShowRecall
            WRITE ShowRecall
            IF WS-Shipments-Traced = ZERO
                MOVE WS-Recall-None-Line TO ShowRecall
                WRITE ShowRecall
            END-IF
            MOVE WS-Customers-Traced TO RX-Customers
            MOVE WS-Units-Traced     TO RX-Units
            MOVE WS-Lot-On-Hand      TO RX-On-Hand
            MOVE WS-Recall-Total TO ShowRecall
            WRITE ShowRecall
            CLOSE RecallReportFile.

      * The same supplier lot number can come in on more than one
      * oil - every one is shown unless an oil was keyed.
       PrintRecallLots.
            OPEN INPUT LotStockFile
            IF WS-LotStock-Status NOT = "00"
                SET EndOfLotStockFile TO TRUE
            ELSE
                READ LotStockFile
                    AT END SET EndOfLotStockFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLotStockFile
                IF LT-Lot-Number = KeyedLotNumber
                   AND (KeyedOilId = SPACE
                        OR LT-Product-Id = KeyedOilId)
                    MOVE LT-Product-Id    TO RL-Product-Id
                    MOVE LT-Unit-Size     TO RL-Unit-Size
                    MOVE LT-Best-Before   TO RL-Best-Before
                    MOVE LT-Received-Date TO RL-Received
                    MOVE LT-Qty-Received  TO RL-Qty-Received
                    MOVE LT-On-Hand       TO RL-On-Hand
                    MOVE WS-Recall-Lot-Line TO ShowRecall
                    WRITE ShowRecall
                    ADD 1 TO WS-Lots-Found
                    ADD LT-On-Hand TO WS-Lot-On-Hand
                END-IF
                READ LotStockFile
                    AT END SET EndOfLotStockFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LotStock-Status NOT = "35"
                CLOSE LotStockFile
            END-IF
            IF WS-Lots-Found = ZERO
                MOVE WS-Recall-No-Lot-Line TO ShowRecall
                WRITE ShowRecall
            END-IF.

       ReleaseLotShipments.
            OPEN INPUT LotShipFile
            IF WS-LotShip-Status NOT = "00"
                SET EndOfLotShipFile TO TRUE
            ELSE
                READ LotShipFile
                    AT END SET EndOfLotShipFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLotShipFile
                IF LS-Lot-Number = KeyedLotNumber
                   AND (KeyedOilId = SPACE
                        OR LS-Product-Id = KeyedOilId)
                    MOVE LS-Cus-Id      TO RS-Cus-Id
                    MOVE LS-Product-Id  TO RS-Product-Id
                    MOVE LS-Unit-Size   TO RS-Unit-Size
                    MOVE LS-Ship-Date   TO RS-Ship-Date
                    MOVE LS-Cus-Name    TO RS-Cus-Name
                    MOVE LS-Quantity    TO RS-Quantity
                    RELEASE RecallSortRecord
                    ADD 1 TO WS-Shipments-Traced
                END-IF
                READ LotShipFile
                    AT END SET EndOfLotShipFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LotShip-Status NOT = "35"
                CLOSE LotShipFile
            END-IF.

       PrintRecallCustomers.
            MOVE "N" TO WS-Sort-EOF-Switch
            RETURN RecallSortFile
                AT END SET EndOfSortReturn TO TRUE
            END-RETURN
            PERFORM UNTIL EndOfSortReturn
                IF NOT FirstGroup
                   AND (RS-Cus-Id NOT = WS-Prev-Cus-Id
                        OR RS-Product-Id NOT = WS-Prev-Product-Id
                        OR RS-Unit-Size NOT = WS-Prev-Unit-Size)
                    PERFORM PrintOneRecallCustomer
                END-IF
                IF FirstGroup
                   OR RS-Cus-Id NOT = WS-Prev-Cus-Id
                   OR RS-Product-Id NOT = WS-Prev-Product-Id
                   OR RS-Unit-Size NOT = WS-Prev-Unit-Size
                    MOVE ZERO TO WS-Group-Qty
                    MOVE RS-Ship-Date TO WS-Group-First-Date
                END-IF
                MOVE "N" TO WS-First-Group-Switch
                MOVE RS-Cus-Id     TO WS-Prev-Cus-Id
                MOVE RS-Product-Id TO WS-Prev-Product-Id
                MOVE RS-Unit-Size  TO WS-Prev-Unit-Size
                MOVE RS-Cus-Name   TO WS-Prev-Cus-Name
                MOVE RS-Ship-Date  TO WS-Group-Last-Date
                ADD RS-Quantity TO WS-Group-Qty
                RETURN RecallSortFile
                    AT END SET EndOfSortReturn TO TRUE
                END-RETURN
            END-PERFORM
            IF NOT FirstGroup
                PERFORM PrintOneRecallCustomer
            END-IF.

      * A customer who has sent the whole quantity back is still
      * listed - the letter confirms nothing of the lot is left
      * with them.
       PrintOneRecallCustomer.
            MOVE "N" TO WS-Cus-Found-Sw
            IF CustomerFileOnHand
                MOVE WS-Prev-Cus-Id TO CM-Cus-Id
                READ CustomerFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET RecallCustomerOnFile TO TRUE
                END-READ
            END-IF
            MOVE WS-Prev-Cus-Id      TO RD-Cus-Id
            IF RecallCustomerOnFile
                MOVE CM-Cus-Name     TO RD-Cus-Name
            ELSE
                MOVE WS-Prev-Cus-Name TO RD-Cus-Name
            END-IF
            MOVE WS-Prev-Product-Id  TO RD-Product-Id
            MOVE WS-Prev-Unit-Size   TO RD-Unit-Size
            MOVE WS-Group-Qty        TO RD-Quantity
            MOVE WS-Group-First-Date TO RD-First-Date
            MOVE WS-Group-Last-Date  TO RD-Last-Date
            IF WS-Group-Qty <= ZERO
                MOVE "ALL RETURNED" TO RD-Note
            ELSE
                MOVE SPACES TO RD-Note
            END-IF
            MOVE WS-Blank-Line TO ShowRecall
            WRITE ShowRecall
            MOVE WS-Recall-Detail TO ShowRecall
            WRITE ShowRecall
            IF RecallCustomerOnFile
                MOVE CM-Street     TO RA-Street
                MOVE CM-City       TO RA-City
                MOVE CM-PostalCode TO RA-PostalCode
                MOVE WS-Recall-Address TO ShowRecall
                WRITE ShowRecall
                MOVE CM-Phone      TO RC-Phone
                MOVE CM-Contact    TO RC-Contact
                MOVE WS-Recall-Contact TO ShowRecall
                WRITE ShowRecall
            ELSE
                IF WS-Prev-Cus-Id = ZERO
                    MOVE WS-Recall-Kit-Line TO ShowRecall
                ELSE
                    MOVE WS-Recall-Not-On-File TO ShowRecall
                END-IF
                WRITE ShowRecall
            END-IF
            IF WS-Prev-Cus-Id NOT = ZERO
                ADD 1 TO WS-Customers-Traced
            END-IF
            ADD WS-Group-Qty TO WS-Units-Traced.

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

       END PROGRAM LotReport.
