      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceList.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-Cus-Id
                  FILE STATUS IS WS-Customer-Status.

      * Every dated row is held, not just today's - the list can be
      * priced as at any date keyed.
           SELECT ProductFile ASSIGN "PRODMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Product-Status.

      * The same negotiated rates and quantity breaks the sales
      * report and the invoicing run price with - the list has to
      * quote what the invoice will charge.
           SELECT ContractFile ASSIGN "CONTRACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Contract-Status.

           SELECT PromoFile ASSIGN "PROMOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Promo-Status.

      * The do-not-contact book SuppressMaint keeps - a suppressed
      * customer gets no price list.
           SELECT SuppressFile ASSIGN "SUPPRESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suppress-Status.

           SELECT PriceListFile ASSIGN "PRICELST.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Every price list that goes out leaves its trace here.
           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
           COPY CUSTMAST.

       FD  ProductFile.
           COPY PRODMAST.

       FD  ContractFile.
           COPY CONTRACT.

       FD  PromoFile.
           COPY PROMO.

       FD  SuppressFile.
           COPY DONOTCON.

       FD  PriceListFile.
       01  ShowPriceList            PIC X(80).

       FD  CorrHistFile.
           COPY CORRHIST.

       WORKING-STORAGE SECTION.
       01  WS-Customer-Status       PIC XX      VALUE SPACES.
       01  WS-Product-Status        PIC XX      VALUE SPACES.
       01  WS-Contract-Status       PIC XX      VALUE SPACES.
       01  WS-Promo-Status          PIC XX      VALUE SPACES.
       01  WS-Suppress-Status       PIC XX      VALUE SPACES.

       01  WS-Customer-EOF-Switch   PIC X       VALUE "N".
           88 EndOfCustomerFile                 VALUE "Y".
       01  WS-Product-EOF-Switch    PIC X       VALUE "N".
           88 EndOfProductFile                  VALUE "Y".
       01  WS-Contract-EOF-Switch   PIC X       VALUE "N".
           88 EndOfContractFile                 VALUE "Y".
       01  WS-Promo-EOF-Switch      PIC X       VALUE "N".
           88 EndOfPromoFile                    VALUE "Y".
       01  WS-Suppress-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSuppressFile                 VALUE "Y".

       01  KeyedRunType             PIC X       VALUE SPACE.
           88 PriceListRun                      VALUE "L" SPACE.
           88 PeriodChangeRun                   VALUE "C".
       01  KeyedPriceDate           PIC X(8)    VALUE SPACES.
       01  KeyedPeriodFirst         PIC X(8)    VALUE SPACES.
       01  KeyedPeriodLast          PIC X(8)    VALUE SPACES.
       01  KeyedCusId               PIC X(5)    VALUE SPACES.

       01  WS-Today-Num             PIC 9(8)    VALUE ZERO.
      * The list prints as at the price date. A coming-period run
      * prints as at the period's first day and compares it with
      * today's prices and with the period's last day.
       01  WS-List-Date             PIC 9(8)    VALUE ZERO.
       01  WS-Period-Last           PIC 9(8)    VALUE ZERO.
       01  WS-Wanted-Cus-Id         PIC 9(5)    VALUE ZERO.

      * PRODMAST.DAT whole, one entry per dated row, and the
      * products in the order they first appear.
       01  ProdRowTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  ProdRowTable.
           02 ProdRowEntry          OCCURS 1 TO 1000 TIMES
                                     DEPENDING ON ProdRowTableCount
                                     INDEXED BY ProdRowIdx.
               03 PW-Id-Tbl         PIC X.
               03 PW-Desc-Tbl       PIC X(20).
               03 PW-Status-Tbl     PIC X.
                   88 RowDiscontinued      VALUE "D".
                   88 RowPending           VALUE "P".
               03 PW-Price-Tbl      PIC 9(3)V99 OCCURS 3 TIMES.
               03 PW-EffDate-Tbl    PIC 9(8).
       01  ProductTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  ProductTable.
           02 ProductEntry          OCCURS 1 TO 100 TIMES
                                     DEPENDING ON ProductTableCount
                                     INDEXED BY ProdIdx.
               03 PR-Id-Tbl         PIC X.

      * Negotiated rates only - a quotation's row prices one
      * quantity on one order and has no place on a list.
       01  ContractTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  ContractTable.
           02 ContractEntry         OCCURS 1 TO 500 TIMES
                                     DEPENDING ON ContractTableCount
                                     INDEXED BY ContrIdx.
               03 CN-Cus-Id-Tbl     PIC 9(5).
               03 CN-Product-Tbl    PIC X.
               03 CN-Size-Tbl       PIC 9.
               03 CN-Price-Tbl      PIC 9(3)V99.
               03 CN-Start-Tbl      PIC 9(8).
               03 CN-End-Tbl        PIC 9(8).

       01  PromoTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  PromoTable.
           02 PromoEntry            OCCURS 1 TO 50 TIMES
                                     DEPENDING ON PromoTableCount
                                     INDEXED BY PromoIdx.
               03 PM-Product-Tbl    PIC X.
               03 PM-Size-Tbl       PIC 9.
               03 PM-Threshold-Tbl  PIC 9(3).
               03 PM-PctOff-Tbl     PIC 9(3).
               03 PM-Start-Tbl      PIC 9(8).
               03 PM-End-Tbl        PIC 9(8).

       01  SuppressTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SuppressTable.
           02 SuppressEntry         OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON SuppressTableCount
                                     INDEXED BY SuppIdx.
               03 SU-Type-Tbl       PIC X.
               03 SU-Id-Tbl         PIC 9(7).
       01  WS-Suppressed-Switch     PIC X       VALUE "N".
           88 CustomerSuppressed                VALUE "Y".

      * One product and size priced for one customer on one date -
      * PriceOneRow fills WS-Priced for CM-Cus-Id and the three
      * WS-Price- fields.
       01  WS-Price-Date            PIC 9(8)    VALUE ZERO.
       01  WS-Price-Product         PIC X       VALUE SPACE.
       01  WS-Price-Size            PIC 9       VALUE ZERO.
       01  WS-Row-Sub               PIC 9(4)    COMP VALUE ZERO.
       01  WS-Row-EffDate           PIC 9(8)    VALUE ZERO.
       01  WS-Priced.
           02 WP-Listed-Sw          PIC X.
               88 RowListed                     VALUE "Y".
           02 WP-Price              PIC 9(3)V99.
           02 WP-Basis              PIC X(8).
           02 WP-Break-Pct          PIC 9(3).
           02 WP-Break-Qty          PIC 9(3).
           02 WP-Pending-Sw         PIC X.
               88 RowWhileStocksLast            VALUE "Y".
       01  WS-Priced-List           PIC X(21)   VALUE SPACES.
       01  WS-Priced-Now            PIC X(21)   VALUE SPACES.
       01  WS-Priced-Last           PIC X(21)   VALUE SPACES.
       01  WS-Product-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Size-Sub              PIC 9       VALUE ZERO.

       01  WS-Change-Switch         PIC X       VALUE "N".
           88 CustomerPricesChange              VALUE "Y".
       01  WS-First-List-Switch     PIC X       VALUE "Y".
           88 FirstListOfRun                    VALUE "Y".

       01  WS-Run-Totals.
           02 WS-Customers-Read     PIC 9(5)    VALUE ZERO.
           02 WS-Lists-Printed      PIC 9(5)    VALUE ZERO.
           02 WS-Lists-Suppressed   PIC 9(5)    VALUE ZERO.
           02 WS-Lists-Unchanged    PIC 9(5)    VALUE ZERO.
           02 WS-Rows-Printed       PIC 9(7)    VALUE ZERO.

       01  WS-Head-Line.
           02 FILLER                PIC X(22)   VALUE
              "PRICE LIST - CUSTOMER ".
           02 HL-Cus-Id             PIC 9(5).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 HL-Cus-Name           PIC X(20).
           02 FILLER                PIC X(16)   VALUE
              "  PRICES AS AT  ".
           02 HL-List-Date          PIC 9(8).
           02 FILLER                PIC X(7)    VALUE SPACES.

       01  WS-Address-Line.
           02 FILLER                PIC X(22)   VALUE SPACES.
           02 AL-Street             PIC X(20).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 AL-City               PIC X(15).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 AL-PostalCode         PIC X(8).
           02 FILLER                PIC X(11)   VALUE SPACES.

       01  WS-Column-Line.
           02 FILLER                PIC X(40)   VALUE
              "PRODUCT              SIZE  PRICE  BASIS".
           02 FILLER                PIC X(40)   VALUE
              "     QUANTITY BREAK".

       01  WS-Detail-Line.
           02 DL-Change-Mark        PIC X.
           02 DL-Description        PIC X(20).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Size               PIC 9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Price              PIC ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Basis              PIC X(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Break              PIC X(13).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Note               PIC X(17).
           02 FILLER                PIC X(4)    VALUE SPACES.

       01  WS-Break-Text.
           02 BT-Pct                PIC ZZ9.
           02 FILLER                PIC X(6)    VALUE "% OFF ".
           02 BT-Qty                PIC ZZ9.
           02 FILLER                PIC X       VALUE "+".

      * Printed under a row whose price or break moves again before
      * the coming period ends.
       01  WS-Period-End-Line.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 FILLER                PIC X(17)   VALUE
              "BY PERIOD END ON ".
           02 PE-Last-Date          PIC 9(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 PE-Price              PIC ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 PE-Basis              PIC X(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 PE-Break              PIC X(13).
           02 FILLER                PIC X(18)   VALUE SPACES.

       01  WS-Change-Key-Line       PIC X(80)   VALUE
           "* PRICE OR BREAK DIFFERS FROM THE ONE YOU PAY TODAY".

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The photocopied price sheet, retired - each customer's own
      * list, every active product and size at the price they
      * would actually pay on the date: their live contract rate
      * where one runs, otherwise list, with any quantity break
      * beside it. Discontinue-pending products print while stocks
      * last; discontinued ones are left off. Suppressed customers
      * get nothing and every list sent goes on CORRHIST.DAT. The
      * coming-period run picks out only the customers whose prices
      * differ from today's at some point in the period keyed.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM KeyRunParameters
            PERFORM LoadProductTable
            PERFORM LoadContractTable
            PERFORM LoadPromoTable
            PERFORM LoadSuppressTable

            OPEN OUTPUT PriceListFile
            OPEN EXTEND CorrHistFile
            OPEN INPUT CustomerFile
            IF WS-Customer-Status NOT = "00"
                SET EndOfCustomerFile TO TRUE
            ELSE
                IF WS-Wanted-Cus-Id > ZERO
                    MOVE WS-Wanted-Cus-Id TO CM-Cus-Id
                    READ CustomerFile
                        INVALID KEY
                            DISPLAY "PriceList - CUSTOMER "
                                WS-Wanted-Cus-Id " NOT ON FILE"
                        NOT INVALID KEY
                            PERFORM ListOneCustomer
                    END-READ
                    SET EndOfCustomerFile TO TRUE
                ELSE
                    MOVE ZERO TO CM-Cus-Id
                    START CustomerFile KEY IS NOT LESS THAN CM-Cus-Id
                        INVALID KEY SET EndOfCustomerFile TO TRUE
                    END-START
                END-IF
            END-IF
            PERFORM UNTIL EndOfCustomerFile
                READ CustomerFile NEXT RECORD
                    AT END SET EndOfCustomerFile TO TRUE
                    NOT AT END PERFORM ListOneCustomer
                END-READ
            END-PERFORM
            IF WS-Customer-Status NOT = "35"
                CLOSE CustomerFile
            END-IF
            CLOSE PriceListFile
            CLOSE CorrHistFile

            DISPLAY "PriceList - Control Report"
            DISPLAY "Customers read     : " WS-Customers-Read
            DISPLAY "Price lists printed: " WS-Lists-Printed
            DISPLAY "Suppressed         : " WS-Lists-Suppressed
            DISPLAY "Prices unchanged   : " WS-Lists-Unchanged
            DISPLAY "Price rows printed : " WS-Rows-Printed
            STOP RUN.

       KeyRunParameters.
            DISPLAY "Run type (L = price list, C = coming period "
                "changes): " WITH NO ADVANCING
            ACCEPT KeyedRunType
            IF NOT PriceListRun AND NOT PeriodChangeRun
                DISPLAY "PriceList - RUN TYPE MUST BE L OR C "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF PeriodChangeRun
                DISPLAY "Coming period first date (CCYYMMDD): "
                    WITH NO ADVANCING
                ACCEPT KeyedPeriodFirst
                DISPLAY "Coming period last date (CCYYMMDD): "
                    WITH NO ADVANCING
                ACCEPT KeyedPeriodLast
                IF KeyedPeriodFirst NOT NUMERIC
                   OR KeyedPeriodLast NOT NUMERIC
                    DISPLAY "PriceList - DATES MUST BE 8 NUMERIC "
                        "DIGITS - RUN ABORTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE KeyedPeriodFirst TO WS-List-Date
                MOVE KeyedPeriodLast  TO WS-Period-Last
                IF WS-List-Date > WS-Period-Last
                    DISPLAY "PriceList - FIRST DATE AFTER LAST DATE "
                        "- RUN ABORTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                DISPLAY "Price date (CCYYMMDD, blank = today): "
                    WITH NO ADVANCING
                ACCEPT KeyedPriceDate
                IF KeyedPriceDate = SPACES
                    MOVE WS-Today-Num TO WS-List-Date
                ELSE
                    IF KeyedPriceDate NOT NUMERIC
                        DISPLAY "PriceList - DATE MUST BE 8 NUMERIC "
                            "DIGITS - RUN ABORTED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE KeyedPriceDate TO WS-List-Date
                END-IF
            END-IF
            DISPLAY "Customer id (blank = all customers): "
                WITH NO ADVANCING
            ACCEPT KeyedCusId
            IF KeyedCusId NOT = SPACES
                IF KeyedCusId NOT NUMERIC
                    DISPLAY "PriceList - CUSTOMER ID MUST BE 5 "
                        "NUMERIC DIGITS - RUN ABORTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE KeyedCusId TO WS-Wanted-Cus-Id
            END-IF.

       ListOneCustomer.
            ADD 1 TO WS-Customers-Read
            PERFORM CheckCustomerSuppressed
            IF CustomerSuppressed
                ADD 1 TO WS-Lists-Suppressed
            ELSE
                MOVE "Y" TO WS-Change-Switch
                IF PeriodChangeRun
                    MOVE "N" TO WS-Change-Switch
                    PERFORM CheckOneRowChange
                        VARYING WS-Product-Sub FROM 1 BY 1
                        UNTIL WS-Product-Sub > ProductTableCount
                        AFTER WS-Size-Sub FROM 1 BY 1
                        UNTIL WS-Size-Sub > 3
                END-IF
                IF CustomerPricesChange
                    PERFORM PrintCustomerList
                ELSE
                    ADD 1 TO WS-Lists-Unchanged
                END-IF
            END-IF.

      * A customer id suppresses against the 7-digit field with
      * leading zeros - a straight numeric compare either way.
       CheckCustomerSuppressed.
            MOVE "N" TO WS-Suppressed-Switch
            IF SuppressTableCount > ZERO
                SET SuppIdx TO 1
                SEARCH SuppressEntry
                   AT END MOVE "N" TO WS-Suppressed-Switch
                   WHEN SU-Type-Tbl(SuppIdx) = "C"
                        AND SU-Id-Tbl(SuppIdx) = CM-Cus-Id
                        SET CustomerSuppressed TO TRUE
                END-SEARCH
            END-IF.

      * A row counts as a change when the period's first or last day
      * prices it differently from today - a new list price, a
      * contract starting or running out, a break coming or going.
       CheckOneRowChange.
            PERFORM PriceRowAtThreeDates
            IF WS-Priced-List NOT = WS-Priced-Now
               OR WS-Priced-Last NOT = WS-Priced-List
                SET CustomerPricesChange TO TRUE
            END-IF.

       PriceRowAtThreeDates.
            MOVE PR-Id-Tbl(WS-Product-Sub) TO WS-Price-Product
            MOVE WS-Size-Sub TO WS-Price-Size
            MOVE WS-Today-Num TO WS-Price-Date
            PERFORM PriceOneRow
            MOVE WS-Priced TO WS-Priced-Now
            MOVE WS-Period-Last TO WS-Price-Date
            PERFORM PriceOneRow
            MOVE WS-Priced TO WS-Priced-Last
            MOVE WS-List-Date TO WS-Price-Date
            PERFORM PriceOneRow
            MOVE WS-Priced TO WS-Priced-List.

       PrintCustomerList.
            MOVE CM-Cus-Id     TO HL-Cus-Id
            MOVE CM-Cus-Name   TO HL-Cus-Name
            MOVE WS-List-Date  TO HL-List-Date
            MOVE CM-Street     TO AL-Street
            MOVE CM-City       TO AL-City
            MOVE CM-PostalCode TO AL-PostalCode
            IF FirstListOfRun
                MOVE WS-Head-Line TO ShowPriceList
                WRITE ShowPriceList
                MOVE "N" TO WS-First-List-Switch
            ELSE
                MOVE WS-Head-Line TO ShowPriceList
                WRITE ShowPriceList AFTER ADVANCING PAGE
            END-IF
            MOVE WS-Address-Line TO ShowPriceList
            WRITE ShowPriceList
            MOVE WS-Blank-Line TO ShowPriceList
            WRITE ShowPriceList
            MOVE WS-Column-Line TO ShowPriceList
            WRITE ShowPriceList
            PERFORM PrintOneRow
                VARYING WS-Product-Sub FROM 1 BY 1
                UNTIL WS-Product-Sub > ProductTableCount
                AFTER WS-Size-Sub FROM 1 BY 1
                UNTIL WS-Size-Sub > 3
            IF PeriodChangeRun
                MOVE WS-Blank-Line TO ShowPriceList
                WRITE ShowPriceList
                MOVE WS-Change-Key-Line TO ShowPriceList
                WRITE ShowPriceList
            END-IF
            PERFORM WriteCorrespondence
            ADD 1 TO WS-Lists-Printed.

       PrintOneRow.
            IF PeriodChangeRun
                PERFORM PriceRowAtThreeDates
            ELSE
                MOVE PR-Id-Tbl(WS-Product-Sub) TO WS-Price-Product
                MOVE WS-Size-Sub  TO WS-Price-Size
                MOVE WS-List-Date TO WS-Price-Date
                PERFORM PriceOneRow
                MOVE WS-Priced TO WS-Priced-List
            END-IF
            MOVE WS-Priced-List TO WS-Priced
            IF RowListed
                MOVE SPACE TO DL-Change-Mark
                IF PeriodChangeRun
                   AND WS-Priced-List NOT = WS-Priced-Now
                    MOVE "*" TO DL-Change-Mark
                END-IF
                MOVE PW-Desc-Tbl(WS-Row-Sub) TO DL-Description
                MOVE WS-Size-Sub TO DL-Size
                MOVE WP-Price    TO DL-Price
                MOVE WP-Basis    TO DL-Basis
                PERFORM FormatBreakText
                MOVE WS-Break-Text TO DL-Break
                IF WP-Break-Pct = ZERO
                    MOVE SPACES TO DL-Break
                END-IF
                IF RowWhileStocksLast
                    MOVE "WHILE STOCKS LAST" TO DL-Note
                ELSE
                    MOVE SPACES TO DL-Note
                END-IF
                MOVE WS-Detail-Line TO ShowPriceList
                WRITE ShowPriceList
                ADD 1 TO WS-Rows-Printed
                IF PeriodChangeRun
                   AND WS-Priced-Last NOT = WS-Priced-List
                    PERFORM PrintPeriodEndPrice
                END-IF
            END-IF.

      * The row moves again inside the period - the customer sees
      * what it will be by the period's last day.
       PrintPeriodEndPrice.
            MOVE WS-Priced-Last TO WS-Priced
            MOVE WS-Period-Last TO PE-Last-Date
            IF RowListed
                MOVE WP-Price TO PE-Price
                MOVE WP-Basis TO PE-Basis
                PERFORM FormatBreakText
                MOVE WS-Break-Text TO PE-Break
                IF WP-Break-Pct = ZERO
                    MOVE SPACES TO PE-Break
                END-IF
            ELSE
                MOVE ZERO TO PE-Price
                MOVE "OFF LIST" TO PE-Basis
                MOVE SPACES TO PE-Break
            END-IF
            MOVE WS-Period-End-Line TO ShowPriceList
            WRITE ShowPriceList.

       FormatBreakText.
            MOVE WP-Break-Pct TO BT-Pct
            MOVE WP-Break-Qty TO BT-Qty.

      * The product row in force on the date - the latest effective
      * date on or before it - prices the list unless the product
      * is discontinued by then. A live negotiated contract rate
      * for the customer replaces the list price; the first live
      * quantity break for the product and size shows beside it.
       PriceOneRow.
            MOVE "N" TO WP-Listed-Sw
            MOVE ZERO TO WP-Price
            MOVE SPACES TO WP-Basis
            MOVE ZERO TO WP-Break-Pct
            MOVE ZERO TO WP-Break-Qty
            MOVE "N" TO WP-Pending-Sw
            MOVE ZERO TO WS-Row-Sub
            MOVE ZERO TO WS-Row-EffDate
            PERFORM VARYING ProdRowIdx FROM 1 BY 1
                    UNTIL ProdRowIdx > ProdRowTableCount
                IF PW-Id-Tbl(ProdRowIdx) = WS-Price-Product
                   AND PW-EffDate-Tbl(ProdRowIdx) <= WS-Price-Date
                   AND PW-EffDate-Tbl(ProdRowIdx) >= WS-Row-EffDate
                    SET WS-Row-Sub TO ProdRowIdx
                    MOVE PW-EffDate-Tbl(ProdRowIdx) TO WS-Row-EffDate
                END-IF
            END-PERFORM
            IF WS-Row-Sub > ZERO
                IF NOT RowDiscontinued(WS-Row-Sub)
                    SET RowListed TO TRUE
                    IF RowPending(WS-Row-Sub)
                        SET RowWhileStocksLast TO TRUE
                    END-IF
                    MOVE PW-Price-Tbl(WS-Row-Sub WS-Price-Size)
                        TO WP-Price
                    MOVE "LIST" TO WP-Basis
                    PERFORM CheckContractPrice
                    PERFORM CheckQuantityBreak
                END-IF
            END-IF.

       CheckContractPrice.
            IF ContractTableCount > ZERO
                SET ContrIdx TO 1
                SEARCH ContractEntry
                   AT END CONTINUE
                   WHEN CN-Cus-Id-Tbl(ContrIdx) = CM-Cus-Id
                        AND CN-Product-Tbl(ContrIdx) = WS-Price-Product
                        AND CN-Size-Tbl(ContrIdx) = WS-Price-Size
                        AND CN-Start-Tbl(ContrIdx) <= WS-Price-Date
                        AND CN-End-Tbl(ContrIdx) >= WS-Price-Date
                        MOVE CN-Price-Tbl(ContrIdx) TO WP-Price
                        MOVE "CONTRACT" TO WP-Basis
                END-SEARCH
            END-IF.

       CheckQuantityBreak.
            IF PromoTableCount > ZERO
                SET PromoIdx TO 1
                SEARCH PromoEntry
                   AT END CONTINUE
                   WHEN PM-Product-Tbl(PromoIdx) = WS-Price-Product
                        AND PM-Size-Tbl(PromoIdx) = WS-Price-Size
                        AND PM-Start-Tbl(PromoIdx) <= WS-Price-Date
                        AND PM-End-Tbl(PromoIdx) >= WS-Price-Date
                        MOVE PM-PctOff-Tbl(PromoIdx) TO WP-Break-Pct
                        MOVE PM-Threshold-Tbl(PromoIdx)
                            TO WP-Break-Qty
                END-SEARCH
            END-IF.

      * The master record is fresh from the read that chose the
      * customer, so the address on the trace is the one printed.
       WriteCorrespondence.
            SET CorrCustomer TO TRUE
            MOVE CM-Cus-Id TO CRH-Party-Id
            MOVE "PRICE LIST" TO CRH-Doc-Type
            ACCEPT CRH-Date FROM DATE YYYYMMDD
            MOVE SPACES TO CRH-Address
            MOVE CM-Street TO CRH-Address(1:20)
            MOVE CM-City   TO CRH-Address(21:15)
            WRITE CorrespondenceRecord.

       LoadProductTable.
            OPEN INPUT ProductFile
            IF WS-Product-Status NOT = "00"
                SET EndOfProductFile TO TRUE
            ELSE
                READ ProductFile
                    AT END SET EndOfProductFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfProductFile
                SET ProdRowIdx TO ProdRowTableCount
                SET ProdRowIdx UP BY 1
                SET ProdRowTableCount TO ProdRowIdx
                MOVE PRD-Product-Id  TO PW-Id-Tbl(ProdRowIdx)
                MOVE PRD-Description TO PW-Desc-Tbl(ProdRowIdx)
                MOVE PRD-Status      TO PW-Status-Tbl(ProdRowIdx)
                MOVE PRD-Price-1     TO PW-Price-Tbl(ProdRowIdx 1)
                MOVE PRD-Price-2     TO PW-Price-Tbl(ProdRowIdx 2)
                MOVE PRD-Price-3     TO PW-Price-Tbl(ProdRowIdx 3)
                MOVE PRD-Effective-Date
                    TO PW-EffDate-Tbl(ProdRowIdx)
                SET ProdIdx TO 1
                IF ProductTableCount > ZERO
                    SEARCH ProductEntry
                       AT END
                            SET ProdIdx TO ProductTableCount
                            SET ProdIdx UP BY 1
                            SET ProductTableCount TO ProdIdx
                            MOVE PRD-Product-Id TO PR-Id-Tbl(ProdIdx)
                       WHEN PR-Id-Tbl(ProdIdx) = PRD-Product-Id
                            CONTINUE
                    END-SEARCH
                ELSE
                    SET ProductTableCount TO 1
                    MOVE PRD-Product-Id TO PR-Id-Tbl(1)
                END-IF
                READ ProductFile
                    AT END SET EndOfProductFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Product-Status NOT = "35"
                CLOSE ProductFile
            END-IF.

      * No CONTRACT.DAT (a "35" status) just means no rates are
      * negotiated - everyone prices off the list.
       LoadContractTable.
            OPEN INPUT ContractFile
            IF WS-Contract-Status NOT = "00"
                SET EndOfContractFile TO TRUE
            ELSE
                READ ContractFile
                    AT END SET EndOfContractFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfContractFile
                IF CTR-Quote-Units NOT NUMERIC
                   OR CTR-Quote-Units = ZERO
                    SET ContrIdx TO ContractTableCount
                    SET ContrIdx UP BY 1
                    SET ContractTableCount TO ContrIdx
                    MOVE CTR-Cus-Id     TO CN-Cus-Id-Tbl(ContrIdx)
                    MOVE CTR-Product-Id TO CN-Product-Tbl(ContrIdx)
                    MOVE CTR-Unit-Size  TO CN-Size-Tbl(ContrIdx)
                    MOVE CTR-Price      TO CN-Price-Tbl(ContrIdx)
                    MOVE CTR-Start-Date TO CN-Start-Tbl(ContrIdx)
                    MOVE CTR-End-Date   TO CN-End-Tbl(ContrIdx)
                END-IF
                READ ContractFile
                    AT END SET EndOfContractFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Contract-Status NOT = "35"
                CLOSE ContractFile
            END-IF.

      * No PROMOS.DAT (a "35" status) just means nothing is running
      * - no break to show.
       LoadPromoTable.
            OPEN INPUT PromoFile
            IF WS-Promo-Status NOT = "00"
                SET EndOfPromoFile TO TRUE
            ELSE
                READ PromoFile
                    AT END SET EndOfPromoFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPromoFile
                SET PromoIdx TO PromoTableCount
                SET PromoIdx UP BY 1
                SET PromoTableCount TO PromoIdx
                MOVE PRM-Product-Id TO PM-Product-Tbl(PromoIdx)
                MOVE PRM-Unit-Size  TO PM-Size-Tbl(PromoIdx)
                MOVE PRM-Threshold  TO PM-Threshold-Tbl(PromoIdx)
                MOVE PRM-Pct-Off    TO PM-PctOff-Tbl(PromoIdx)
                MOVE PRM-Start-Date TO PM-Start-Tbl(PromoIdx)
                MOVE PRM-End-Date   TO PM-End-Tbl(PromoIdx)
                READ PromoFile
                    AT END SET EndOfPromoFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Promo-Status NOT = "35"
                CLOSE PromoFile
            END-IF.

      * No SUPPRESS.DAT yet (a "35" status) just means nobody has
      * asked - an empty table, not an error.
       LoadSuppressTable.
            OPEN INPUT SuppressFile
            IF WS-Suppress-Status NOT = "00"
                SET EndOfSuppressFile TO TRUE
            ELSE
                READ SuppressFile
                    AT END SET EndOfSuppressFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSuppressFile
                SET SuppIdx TO SuppressTableCount
                SET SuppIdx UP BY 1
                SET SuppressTableCount TO SuppIdx
                MOVE SUP-Party-Type TO SU-Type-Tbl(SuppIdx)
                MOVE SUP-Party-Id   TO SU-Id-Tbl(SuppIdx)
                READ SuppressFile
                    AT END SET EndOfSuppressFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Suppress-Status NOT = "35"
                CLOSE SuppressFile
            END-IF.

       END PROGRAM PriceList.
