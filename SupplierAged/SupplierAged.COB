      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierAged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceFile ASSIGN "APINV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Invoice-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT AgedReportFile ASSIGN "SUPPAGE.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  InvoiceFile.
           COPY APINV.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  AgedReportFile.
       01  ShowAgedReport           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Invoice-Status        PIC XX      VALUE SPACES.
       01  WS-Invoice-EOF-Switch    PIC X       VALUE "N".
           88 EndOfInvoiceFile                  VALUE "Y".
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.

       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.
       01  WS-Today.
           02 WS-Today-YYYY         PIC 9(4).
           02 WS-Today-MM           PIC 9(2).
           02 WS-Today-DD           PIC 9(2).

       01  WS-Invoice-Date-Split.
           02 WS-Inv-YYYY           PIC 9(4).
           02 WS-Inv-MM             PIC 9(2).
           02 WS-Inv-DD             PIC 9(2).

      * Age in days approximated from the calendar fields - months
      * at thirty days, the same banding SalesAged uses.
       01  WS-Invoice-Age-Days      PIC S9(5)   VALUE ZERO.
       01  WS-Band-Sub              PIC 9       VALUE ZERO.

       01  WS-Open-Amount           PIC 9(7)V99 VALUE ZERO.

      * One row per supplier still owed - each supplier's bands,
      * and how much of the total is held from payment, accumulate
      * here and print together at the end.
       01  SuppBandTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SuppBandTable.
           02 SuppBandEntry         OCCURS 1 TO 100 TIMES
                                     DEPENDING ON SuppBandTableCount
                                     INDEXED BY SuppIdx.
               03 SB-Supplier-Tbl   PIC X(4).
               03 SB-Band-Tbl       PIC 9(7)V99 OCCURS 4 TIMES.
               03 SB-Held-Tbl       PIC 9(7)V99.
       01  WS-Supp-Sub              PIC 9(4)    COMP VALUE ZERO.

       01  WS-Grand-Bands.
           02 WS-Grand-Band         PIC 9(7)V99 OCCURS 4 TIMES.
       01  WS-Grand-Held            PIC 9(7)V99 VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Grand-Outstanding,
                               MONEY-EDIT  BY WS-Grand-Out-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Suppliers-Listed      PIC 9(5)    VALUE ZERO.

       01  WS-Title-Line            PIC X(80)   VALUE
           "AGED SUPPLIER CREDITORS - UNPAID INVOICE LINES".

       01  WS-Column-Line.
           02 FILLER                PIC X(40)   VALUE
              "SUPP     CURRENT       31-60       61-90".
           02 FILLER                PIC X(40)   VALUE
              "     OVER 90    OF WHICH HELD".

       01  WS-Detail-Line.
           02 DL-Supplier           PIC X(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Band-1             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Band-2             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Band-3             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Band-4             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(5)    VALUE SPACES.
           02 DL-Held               PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(13)   VALUE SPACES.

       01  WS-Grand-Line.
           02 FILLER                PIC X(5)    VALUE "TOTAL".
           02 FILLER                PIC X       VALUE SPACE.
           02 GL-Band-1             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 GL-Band-2             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 GL-Band-3             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 GL-Band-4             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(5)    VALUE SPACES.
           02 GL-Held               PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(13)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.
       01  WS-End-Of-Report-Line    PIC X(80)   VALUE
           "END OF REPORT".

       PROCEDURE DIVISION.
       BEGIN.
      * The creditor-side mirror of SalesAged - every supplier's
      * unpaid invoice lines, approved or held, banded
      * current/31-60/61-90/over-90 from the invoice date, with
      * the held share shown alongside and grand totals per band.
            PERFORM GetBusinessDate
            MOVE WS-Business-Date TO WS-Today
            PERFORM VARYING WS-Band-Sub FROM 1 BY 1
                    UNTIL WS-Band-Sub > 4
                MOVE ZERO TO WS-Grand-Band(WS-Band-Sub)
            END-PERFORM

            OPEN OUTPUT AgedReportFile
            MOVE WS-Title-Line TO ShowAgedReport
            WRITE ShowAgedReport
            MOVE WS-Column-Line TO ShowAgedReport
            WRITE ShowAgedReport

            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status NOT = "00"
                SET EndOfInvoiceFile TO TRUE
            ELSE
                READ InvoiceFile
                    AT END SET EndOfInvoiceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfInvoiceFile
                IF InvoiceApproved OR InvoiceHeld
                    PERFORM AgeOneInvoice
                END-IF
                READ InvoiceFile
                    AT END SET EndOfInvoiceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Invoice-Status NOT = "35"
                CLOSE InvoiceFile
            END-IF

            PERFORM PrintSupplierLine
                VARYING WS-Supp-Sub FROM 1 BY 1
                UNTIL WS-Supp-Sub > SuppBandTableCount

            MOVE WS-Grand-Band(1) TO GL-Band-1
            MOVE WS-Grand-Band(2) TO GL-Band-2
            MOVE WS-Grand-Band(3) TO GL-Band-3
            MOVE WS-Grand-Band(4) TO GL-Band-4
            MOVE WS-Grand-Held    TO GL-Held
            MOVE WS-Blank-Line TO ShowAgedReport
            WRITE ShowAgedReport
            MOVE WS-Grand-Line TO ShowAgedReport
            WRITE ShowAgedReport
            MOVE WS-End-Of-Report-Line TO ShowAgedReport
            WRITE ShowAgedReport
            CLOSE AgedReportFile

            MOVE WS-Grand-Outstanding TO WS-Grand-Out-Edit
            DISPLAY "SupplierAged - Control Report"
            DISPLAY "Suppliers owed          : " WS-Suppliers-Listed
            DISPLAY "Total outstanding       : " WS-Grand-Out-Edit
            STOP RUN.

       AgeOneInvoice.
            COMPUTE WS-Open-Amount = API-Net + API-Vat
            MOVE API-Invoice-Date TO WS-Invoice-Date-Split
            COMPUTE WS-Invoice-Age-Days =
                ((WS-Today-YYYY - WS-Inv-YYYY) * 365)
                + ((WS-Today-MM - WS-Inv-MM) * 30)
                + (WS-Today-DD - WS-Inv-DD)
            EVALUATE TRUE
                WHEN WS-Invoice-Age-Days <= 30
                    MOVE 1 TO WS-Band-Sub
                WHEN WS-Invoice-Age-Days <= 60
                    MOVE 2 TO WS-Band-Sub
                WHEN WS-Invoice-Age-Days <= 90
                    MOVE 3 TO WS-Band-Sub
                WHEN OTHER
                    MOVE 4 TO WS-Band-Sub
            END-EVALUATE
            PERFORM LocateSupplierBandRow
            ADD WS-Open-Amount
                TO SB-Band-Tbl(WS-Supp-Sub WS-Band-Sub)
            ADD WS-Open-Amount TO WS-Grand-Band(WS-Band-Sub)
            ADD WS-Open-Amount TO WS-Grand-Outstanding
            IF InvoiceHeld
                ADD WS-Open-Amount TO SB-Held-Tbl(WS-Supp-Sub)
                ADD WS-Open-Amount TO WS-Grand-Held
            END-IF.

       LocateSupplierBandRow.
            MOVE ZERO TO WS-Supp-Sub
            IF SuppBandTableCount > ZERO
                SET SuppIdx TO 1
                SEARCH SuppBandEntry
                   AT END MOVE ZERO TO WS-Supp-Sub
                   WHEN SB-Supplier-Tbl(SuppIdx) = API-Supplier-Id
                        SET WS-Supp-Sub TO SuppIdx
                END-SEARCH
            END-IF
            IF WS-Supp-Sub = ZERO
                SET SuppIdx TO SuppBandTableCount
                SET SuppIdx UP BY 1
                SET SuppBandTableCount TO SuppIdx
                SET WS-Supp-Sub TO SuppIdx
                MOVE API-Supplier-Id TO SB-Supplier-Tbl(SuppIdx)
                MOVE ZERO TO SB-Band-Tbl(SuppIdx 1)
                MOVE ZERO TO SB-Band-Tbl(SuppIdx 2)
                MOVE ZERO TO SB-Band-Tbl(SuppIdx 3)
                MOVE ZERO TO SB-Band-Tbl(SuppIdx 4)
                MOVE ZERO TO SB-Held-Tbl(SuppIdx)
            END-IF.

       PrintSupplierLine.
            MOVE SB-Supplier-Tbl(WS-Supp-Sub) TO DL-Supplier
            MOVE SB-Band-Tbl(WS-Supp-Sub 1)   TO DL-Band-1
            MOVE SB-Band-Tbl(WS-Supp-Sub 2)   TO DL-Band-2
            MOVE SB-Band-Tbl(WS-Supp-Sub 3)   TO DL-Band-3
            MOVE SB-Band-Tbl(WS-Supp-Sub 4)   TO DL-Band-4
            MOVE SB-Held-Tbl(WS-Supp-Sub)     TO DL-Held
            MOVE WS-Detail-Line TO ShowAgedReport
            WRITE ShowAgedReport
            ADD 1 TO WS-Suppliers-Listed.

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

       END PROGRAM SupplierAged.
