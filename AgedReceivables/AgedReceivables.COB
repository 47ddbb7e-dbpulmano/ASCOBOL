                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Plan-Status.

      * What the sponsors owe ages alongside the students - the
      * sponsor invoices TuitionBilling raises, banded the same way
      * and held against each sponsor's own credit terms.
           SELECT SponsorInvoiceFile ASSIGN "SPONINV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SIV-Number
                  ALTERNATE RECORD KEY IS SIV-Sponsor-Id
                      WITH DUPLICATES
                  FILE STATUS IS WS-SponInv-Status.

           SELECT SponsorFile ASSIGN "SPONSOR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Sponsor-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  InvoiceFile.
       FD  PlanFile.
           COPY PAYPLAN.

       FD  SponsorInvoiceFile.
           COPY SPONINV.

       FD  SponsorFile.
           COPY SPONSOR.

       WORKING-STORAGE SECTION.
       01  WS-Plan-Status           PIC XX      VALUE SPACES.
       01  WS-Plan-EOF-Switch       PIC X       VALUE "N".

       01  WS-Students-Listed       PIC 9(5)    VALUE ZERO.

       01  WS-SponInv-Status        PIC XX      VALUE SPACES.
       01  WS-SponInv-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSponsorInvFile               VALUE "Y".
       01  WS-Sponsor-Status        PIC XX      VALUE SPACES.
       01  WS-Sponsor-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSponsorFile                  VALUE "Y".

      * One row per sponsor on SPONSOR.DAT, its terms carried from
      * the master; the bands fill from its open invoices and the
      * oldest open item's age is kept to hold against the terms.
       01  SponBandTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SponBandTable.
           02 SponBandEntry         OCCURS 1 TO 500 TIMES
                                     DEPENDING ON SponBandTableCount
                                     INDEXED BY SponIdx.
               03 SPB-Sponsor-Tbl   PIC 9(5).
               03 SPB-Terms-Tbl     PIC 9(3).
               03 SPB-Oldest-Tbl    PIC S9(5).
               03 SPB-Open-Tbl      PIC X.
                   88 SponsorRowOpen            VALUE "Y".
               03 SPB-Band-Tbl      PIC 9(7)V99 OCCURS 4 TIMES.
       01  WS-Spon-Sub              PIC 9(4)    COMP VALUE ZERO.

       01  WS-Sponsor-Bands.
           02 WS-Sponsor-Band       PIC 9(7)V99 OCCURS 4 TIMES.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Sponsor-Outstanding,
                               MONEY-EDIT  BY WS-Sponsor-Out-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Sponsors-Listed       PIC 9(5)    VALUE ZERO.
       01  WS-Sponsors-Past-Terms   PIC 9(5)    VALUE ZERO.

       01  WS-Sponsor-Title-Line    PIC X(80)   VALUE
           "AGED RECEIVABLES - OPEN SPONSOR BALANCES".

       01  WS-Sponsor-Column-Line   PIC X(80)   VALUE
           "SPONSOR       CURRENT       31-60       61-90     OVER 90 TE
      -    "RMS".

       01  WS-Sponsor-Detail-Line.
           02 SD-Sponsor-Id         PIC 9(5).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 SD-Band-1             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SD-Band-2             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SD-Band-3             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SD-Band-4             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 SD-Terms              PIC ZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 SD-Past-Terms         PIC X(10).
           02 FILLER                PIC X(2)    VALUE SPACES.

       01  WS-Sponsor-Grand-Line.
           02 FILLER                PIC X(7)    VALUE "TOTALS ".
           02 FILLER                PIC X       VALUE SPACE.
           02 SG-Band-1             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SG-Band-2             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SG-Band-3             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SG-Band-4             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(24)   VALUE SPACES.

       01  WS-Title-Line            PIC X(80)   VALUE
           "AGED RECEIVABLES - OPEN TUITION BALANCES".

       BEGIN.
      * The monthly collections worksheet - every student's open
      * tuition balance banded current/31-60/61-90/over-90 from the
      * invoice date, with grand totals per band for the office,
      * followed by the same bands for each sponsor's open balance.
            ACCEPT WS-Today FROM DATE YYYYMMDD
            MOVE WS-Today TO WS-Today-Num
            PERFORM LoadPlanTable
            WRITE ShowAgedReport
            MOVE WS-Grand-Line TO ShowAgedReport
            WRITE ShowAgedReport

            PERFORM AgeSponsorInvoices

            MOVE WS-End-Of-Report-Line TO ShowAgedReport
            WRITE ShowAgedReport
            CLOSE AgedReportFile
            DISPLAY "AgedReceivables - Control Report"
            DISPLAY "Students with balances : " WS-Students-Listed
            DISPLAY "Total outstanding      : " WS-Grand-Out-Edit
            MOVE WS-Sponsor-Outstanding TO WS-Sponsor-Out-Edit
            DISPLAY "Sponsors with balances : " WS-Sponsors-Listed
            DISPLAY "Sponsors past terms    : " WS-Sponsors-Past-Terms
            DISPLAY "Sponsor outstanding    : " WS-Sponsor-Out-Edit
            STOP RUN.

       AgeOneInvoice.
            END-IF.

       BandOnePortion.
            PERFORM SetAgeBand
            PERFORM LocateStudentBandRow
            ADD WS-Portion-Amount
                TO SB-Band-Tbl(WS-Stud-Sub WS-Band-Sub)
            ADD WS-Portion-Amount TO WS-Grand-Band(WS-Band-Sub)
            ADD WS-Portion-Amount TO WS-Grand-Outstanding.

      * A date still in the future ages as current and zero days.
       SetAgeBand.
            IF WS-Age-Date > WS-Today-Num
                MOVE 1 TO WS-Band-Sub
                MOVE ZERO TO WS-Invoice-Age-Days
            ELSE
                MOVE WS-Age-Date TO WS-Invoice-Date-Split
                COMPUTE WS-Invoice-Age-Days =
                    WHEN OTHER
                        MOVE 4 TO WS-Band-Sub
                END-EVALUATE
            END-IF.

      * The sponsor section - every open sponsor invoice banded from
      * its invoice date against the sponsor's row. A sponsor whose
      * oldest open item is older than its credit terms is flagged
      * PAST TERMS for the office to chase. No SPONINV.DAT yet (a
      * "35" status) means no sponsor has been billed and the
      * section prints empty.
       AgeSponsorInvoices.
            PERFORM LoadSponsorTable
            PERFORM VARYING WS-Band-Sub FROM 1 BY 1
                    UNTIL WS-Band-Sub > 4
                MOVE ZERO TO WS-Sponsor-Band(WS-Band-Sub)
            END-PERFORM
            MOVE WS-Blank-Line TO ShowAgedReport
            WRITE ShowAgedReport
            MOVE WS-Sponsor-Title-Line TO ShowAgedReport
            WRITE ShowAgedReport
            MOVE WS-Sponsor-Column-Line TO ShowAgedReport
            WRITE ShowAgedReport
            OPEN INPUT SponsorInvoiceFile
            IF WS-SponInv-Status NOT = "00"
                SET EndOfSponsorInvFile TO TRUE
            ELSE
                MOVE ZERO TO SIV-Number
                START SponsorInvoiceFile
                    KEY IS NOT LESS THAN SIV-Number
                    INVALID KEY SET EndOfSponsorInvFile TO TRUE
                END-START
            END-IF
            PERFORM UNTIL EndOfSponsorInvFile
                READ SponsorInvoiceFile NEXT RECORD
                    AT END SET EndOfSponsorInvFile TO TRUE
                    NOT AT END
                        IF SponsorInvoiceOpen
                            PERFORM AgeOneSponsorInvoice
                        END-IF
                END-READ
            END-PERFORM
            IF WS-SponInv-Status NOT = "35"
                CLOSE SponsorInvoiceFile
            END-IF
            PERFORM PrintSponsorLine
                VARYING WS-Spon-Sub FROM 1 BY 1
                UNTIL WS-Spon-Sub > SponBandTableCount
            MOVE WS-Sponsor-Band(1) TO SG-Band-1
            MOVE WS-Sponsor-Band(2) TO SG-Band-2
            MOVE WS-Sponsor-Band(3) TO SG-Band-3
            MOVE WS-Sponsor-Band(4) TO SG-Band-4
            MOVE WS-Blank-Line TO ShowAgedReport
            WRITE ShowAgedReport
            MOVE WS-Sponsor-Grand-Line TO ShowAgedReport
            WRITE ShowAgedReport.

       AgeOneSponsorInvoice.
            COMPUTE WS-Portion-Amount =
                SIV-Amount - SIV-Paid-Amount
            MOVE SIV-Date TO WS-Age-Date
            PERFORM SetAgeBand
            PERFORM LocateSponsorBandRow
            SET SponsorRowOpen(WS-Spon-Sub) TO TRUE
            IF WS-Invoice-Age-Days > SPB-Oldest-Tbl(WS-Spon-Sub)
                MOVE WS-Invoice-Age-Days
                    TO SPB-Oldest-Tbl(WS-Spon-Sub)
            END-IF
            ADD WS-Portion-Amount
                TO SPB-Band-Tbl(WS-Spon-Sub WS-Band-Sub)
            ADD WS-Portion-Amount TO WS-Sponsor-Band(WS-Band-Sub)
            ADD WS-Portion-Amount TO WS-Sponsor-Outstanding.

      * An invoice whose sponsor has since left SPONSOR.DAT still
      * ages - on a row of its own with the standard thirty days.
       LocateSponsorBandRow.
            MOVE ZERO TO WS-Spon-Sub
            IF SponBandTableCount > ZERO
                SET SponIdx TO 1
                SEARCH SponBandEntry
                   AT END MOVE ZERO TO WS-Spon-Sub
                   WHEN SPB-Sponsor-Tbl(SponIdx) = SIV-Sponsor-Id
                        SET WS-Spon-Sub TO SponIdx
                END-SEARCH
            END-IF
            IF WS-Spon-Sub = ZERO
                PERFORM AddSponsorBandRow
                MOVE SIV-Sponsor-Id TO SPB-Sponsor-Tbl(WS-Spon-Sub)
                MOVE 30 TO SPB-Terms-Tbl(WS-Spon-Sub)
            END-IF.

       AddSponsorBandRow.
            SET SponIdx TO SponBandTableCount
            SET SponIdx UP BY 1
            SET SponBandTableCount TO SponIdx
            SET WS-Spon-Sub TO SponIdx
            MOVE ZERO TO SPB-Oldest-Tbl(SponIdx)
            MOVE "N"  TO SPB-Open-Tbl(SponIdx)
            MOVE ZERO TO SPB-Band-Tbl(SponIdx 1)
            MOVE ZERO TO SPB-Band-Tbl(SponIdx 2)
            MOVE ZERO TO SPB-Band-Tbl(SponIdx 3)
            MOVE ZERO TO SPB-Band-Tbl(SponIdx 4).

      * No SPONSOR.DAT yet (a "35" status) - rows are built from
      * the invoices alone.
       LoadSponsorTable.
            OPEN INPUT SponsorFile
            IF WS-Sponsor-Status NOT = "00"
                SET EndOfSponsorFile TO TRUE
            ELSE
                READ SponsorFile
                    AT END SET EndOfSponsorFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSponsorFile
                PERFORM AddSponsorBandRow
                MOVE SPN-Sponsor-Id TO SPB-Sponsor-Tbl(WS-Spon-Sub)
                MOVE SPN-Terms-Days TO SPB-Terms-Tbl(WS-Spon-Sub)
                READ SponsorFile
                    AT END SET EndOfSponsorFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Sponsor-Status NOT = "35"
                CLOSE SponsorFile
            END-IF.

      * Only sponsors with something open print.
       PrintSponsorLine.
            IF SponsorRowOpen(WS-Spon-Sub)
                MOVE SPB-Sponsor-Tbl(WS-Spon-Sub)  TO SD-Sponsor-Id
                MOVE SPB-Band-Tbl(WS-Spon-Sub 1)   TO SD-Band-1
                MOVE SPB-Band-Tbl(WS-Spon-Sub 2)   TO SD-Band-2
                MOVE SPB-Band-Tbl(WS-Spon-Sub 3)   TO SD-Band-3
                MOVE SPB-Band-Tbl(WS-Spon-Sub 4)   TO SD-Band-4
                MOVE SPB-Terms-Tbl(WS-Spon-Sub)    TO SD-Terms
                IF SPB-Oldest-Tbl(WS-Spon-Sub) >
                       SPB-Terms-Tbl(WS-Spon-Sub)
                    MOVE "PAST TERMS" TO SD-Past-Terms
                    ADD 1 TO WS-Sponsors-Past-Terms
                ELSE
                    MOVE SPACES TO SD-Past-Terms
                END-IF
                MOVE WS-Sponsor-Detail-Line TO ShowAgedReport
                WRITE ShowAgedReport
                ADD 1 TO WS-Sponsors-Listed
            END-IF.

      * No PAYPLAN.DAT yet (a "35" status) just means no plans are
      * agreed - every invoice ages from its own date as before.
