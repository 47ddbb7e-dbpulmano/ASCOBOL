      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustSegment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustHistFile ASSIGN "CUSTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Hist-Status.

      * The score bands marketing keeps - for each measure, the
      * figure a customer must reach for each score.
           SELECT BandFile ASSIGN "SEGBAND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Band-Status.

      * Read first for the segments the last run gave, then
      * written back whole with this run's.
           SELECT SegmentFile ASSIGN "CUSTSEG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Segment-Status.

           SELECT ReportFile ASSIGN "SEGMENT.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CustHistFile.
           COPY CUSTHIST.

      * Measure R scores on how many sales periods have gone by
      * since the customer last bought - at or under the limit
      * earns the score. F scores on the number of periods bought
      * in and V on revenue to date - at or over the limit earns
      * it. The highest score a customer earns is the one kept.
       FD  BandFile.
       01  BandRecord.
           02 SB-Measure           PIC X.
           02 FILLER               PIC X.
           02 SB-Score             PIC 9.
           02 FILLER               PIC X.
           02 SB-Limit             PIC 9(7)V99.

       FD  SegmentFile.
           COPY CUSTSEG.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Hist-Status           PIC XX      VALUE SPACES.
       01  WS-Band-Status           PIC XX      VALUE SPACES.
       01  WS-Segment-Status        PIC XX      VALUE SPACES.
       01  WS-Hist-EOF-Switch       PIC X       VALUE "N".
           88 EndOfHistFile                     VALUE "Y".
       01  WS-Band-EOF-Switch       PIC X       VALUE "N".
           88 EndOfBandFile                     VALUE "Y".
       01  WS-Segment-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSegmentFile                  VALUE "Y".

       01  WS-Today-Num             PIC 9(8)    VALUE ZERO.

      * The bands used when SEGBAND.DAT is not there (a "35"
      * status) - the same layout as a band record.
       01  WS-Default-Band-Values.
           02 FILLER               PIC X(13)   VALUE "R 5 000000000".
           02 FILLER               PIC X(13)   VALUE "R 4 000000100".
           02 FILLER               PIC X(13)   VALUE "R 3 000000200".
           02 FILLER               PIC X(13)   VALUE "R 2 000000400".
           02 FILLER               PIC X(13)   VALUE "F 5 000001000".
           02 FILLER               PIC X(13)   VALUE "F 4 000000600".
           02 FILLER               PIC X(13)   VALUE "F 3 000000300".
           02 FILLER               PIC X(13)   VALUE "F 2 000000200".
           02 FILLER               PIC X(13)   VALUE "V 5 001000000".
           02 FILLER               PIC X(13)   VALUE "V 4 000500000".
           02 FILLER               PIC X(13)   VALUE "V 3 000100000".
           02 FILLER               PIC X(13)   VALUE "V 2 000025000".
       01  WS-Default-Band-Table REDEFINES WS-Default-Band-Values.
           02 DefaultBandEntry     OCCURS 12 TIMES.
               03 DB-Measure       PIC X.
               03 FILLER           PIC X.
               03 DB-Score         PIC 9.
               03 FILLER           PIC X.
               03 DB-Limit         PIC 9(7)V99.
       01  WS-Default-Sub           PIC 9(4)    COMP VALUE ZERO.

       01  BandTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  BandTable.
           02 BandEntry             OCCURS 1 TO 50 TIMES
                                     DEPENDING ON BandTableCount
                                     INDEXED BY BandIdx.
               03 BD-Measure-Tbl    PIC X.
               03 BD-Score-Tbl      PIC 9.
               03 BD-Limit-Tbl      PIC 9(7)V99.

      * Every sales period the history holds - how far back a
      * customer's last period sits is counted in these.
       01  PeriodTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  PeriodTable.
           02 PeriodEntry           OCCURS 1 TO 500 TIMES
                                     DEPENDING ON PeriodTableCount
                                     INDEXED BY PeriodIdx.
               03 PD-Period-Tbl     PIC 9(8).

      * One row per customer on the history - what they bought,
      * how they scored and where the last run put them.
       01  CustTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  CustTable.
           02 CustEntry             OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON CustTableCount
                                     INDEXED BY CustIdx.
               03 CU-Cus-Id-Tbl     PIC 9(5).
               03 CU-Last-Period-Tbl PIC 9(8).
               03 CU-Periods-Tbl    PIC 9(4).
               03 CU-Revenue-Tbl    PIC S9(9)V99.
               03 CU-Since-Tbl      PIC 9(4).
               03 CU-R-Score-Tbl    PIC 9.
               03 CU-F-Score-Tbl    PIC 9.
               03 CU-V-Score-Tbl    PIC 9.
               03 CU-Segment-Tbl    PIC X(10).
               03 CU-Prev-Seg-Tbl   PIC X(10).
       01  WS-Cust-Sub              PIC 9(4)    COMP VALUE ZERO.

      * Lines for one customer and period are summed before the
      * period counts towards frequency.
       01  CustPerTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CustPerTable.
           02 CustPerEntry          OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON CustPerTableCount
                                     INDEXED BY CustPerIdx.
               03 CP-Cus-Id-Tbl     PIC 9(5).
               03 CP-Period-Tbl     PIC 9(8).

       01  WS-Score                 PIC 9       VALUE ZERO.
       01  WS-Measure               PIC X       VALUE SPACE.
           88 MeasureRecency                    VALUE "R".
       01  WS-Measure-Figure        PIC S9(9)V99 VALUE ZERO.

      * The segments in report order, each with its customers and
      * their revenue to date.
       01  WS-Segment-Values.
           02 FILLER               PIC X(10)   VALUE "CHAMPION".
           02 FILLER               PIC X(10)   VALUE "LOYAL".
           02 FILLER               PIC X(10)   VALUE "ACTIVE".
           02 FILLER               PIC X(10)   VALUE "NEW".
           02 FILLER               PIC X(10)   VALUE "AT RISK".
           02 FILLER               PIC X(10)   VALUE "LAPSED".
       01  WS-Segment-Table REDEFINES WS-Segment-Values.
           02 SegmentEntry         OCCURS 6 TIMES
                                    INDEXED BY SegIdx.
               03 SG-Name-Tbl      PIC X(10).
       01  WS-Segment-Totals.
           02 SegmentTotalEntry    OCCURS 6 TIMES.
               03 ST-Customers     PIC 9(5).
               03 ST-Revenue       PIC S9(9)V99.

       01  WS-Run-Totals.
           02 WS-Hist-Read          PIC 9(7)    VALUE ZERO.
           02 WS-Customers-Graded   PIC 9(5)    VALUE ZERO.
           02 WS-Customers-Moved    PIC 9(5)    VALUE ZERO.
           02 WS-First-Graded       PIC 9(5)    VALUE ZERO.
           02 WS-Bands-Rejected     PIC 9(5)    VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(34)   VALUE
              "CUSTOMER SEGMENTATION - RUN DATED ".
           02 TL-Run-Date           PIC 9(8).
           02 FILLER                PIC X(38)   VALUE SPACES.

       01  WS-Summary-Column-Line   PIC X(80)   VALUE
           "SEGMENT     CUSTOMERS         REVENUE".

       01  WS-Summary-Line.
           02 SL-Segment            PIC X(10).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SL-Customers          PIC ZZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SL-Revenue            PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(46)   VALUE SPACES.

       01  WS-Moves-Title-Line      PIC X(80)   VALUE
           "CUSTOMERS WHO MOVED SEGMENT SINCE THE LAST RUN".

       01  WS-Moves-Column-Line     PIC X(80)   VALUE
           "CUS-ID  FROM        TO          R F V".

       01  WS-Move-Line.
           02 ML-Cus-Id             PIC 9(5).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 ML-From               PIC X(10).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 ML-To                 PIC X(10).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 ML-R-Score            PIC 9.
           02 FILLER                PIC X       VALUE SPACE.
           02 ML-F-Score            PIC 9.
           02 FILLER                PIC X       VALUE SPACE.
           02 ML-V-Score            PIC 9.
           02 FILLER                PIC X(43)   VALUE SPACES.

       01  WS-End-Of-Report-Line    PIC X(80)   VALUE
           "END OF REPORT".

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * SalesTrend says who is slipping and the top-10 who is big;
      * this grades the whole customer base. Every customer on the
      * sales history scores on recency, frequency and value
      * against the SEGBAND.DAT bands and earns a segment - new,
      * champion, loyal, active, at risk or lapsed - written to
      * CUSTSEG.DAT for campaign selections. The report counts the
      * customers and revenue in each segment and lists everyone
      * whose segment changed since the last run.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            INITIALIZE WS-Segment-Totals
            PERFORM LoadBandTable
            PERFORM LoadHistory
            PERFORM LoadPreviousSegments
            PERFORM GradeOneCustomer
                VARYING WS-Cust-Sub FROM 1 BY 1
                UNTIL WS-Cust-Sub > CustTableCount
            PERFORM StoreSegments
            PERFORM PrintSegmentReport

            DISPLAY "CustSegment - Control Report"
            DISPLAY "History records read : " WS-Hist-Read
            DISPLAY "Customers graded     : " WS-Customers-Graded
            DISPLAY "Graded first time    : " WS-First-Graded
            DISPLAY "Moved segment        : " WS-Customers-Moved
            DISPLAY "Bands rejected       : " WS-Bands-Rejected
            STOP RUN.

      * A band row for a measure other than R, F or V, or a score
      * outside 2 to 5, is ignored - every customer scores at
      * least 1.
       LoadBandTable.
            OPEN INPUT BandFile
            IF WS-Band-Status NOT = "00"
                SET EndOfBandFile TO TRUE
                PERFORM VARYING WS-Default-Sub FROM 1 BY 1
                        UNTIL WS-Default-Sub > 12
                    SET BandIdx TO WS-Default-Sub
                    SET BandTableCount TO BandIdx
                    MOVE DB-Measure(WS-Default-Sub)
                        TO BD-Measure-Tbl(BandIdx)
                    MOVE DB-Score(WS-Default-Sub)
                        TO BD-Score-Tbl(BandIdx)
                    MOVE DB-Limit(WS-Default-Sub)
                        TO BD-Limit-Tbl(BandIdx)
                END-PERFORM
            ELSE
                READ BandFile
                    AT END SET EndOfBandFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfBandFile
                IF (SB-Measure = "R" OR "F" OR "V")
                   AND SB-Score NUMERIC
                   AND SB-Score >= 2 AND SB-Score <= 5
                   AND SB-Limit NUMERIC
                   AND BandTableCount < 50
                    SET BandIdx TO BandTableCount
                    SET BandIdx UP BY 1
                    SET BandTableCount TO BandIdx
                    MOVE SB-Measure TO BD-Measure-Tbl(BandIdx)
                    MOVE SB-Score   TO BD-Score-Tbl(BandIdx)
                    MOVE SB-Limit   TO BD-Limit-Tbl(BandIdx)
                ELSE
                    ADD 1 TO WS-Bands-Rejected
                END-IF
                READ BandFile
                    AT END SET EndOfBandFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Band-Status NOT = "35"
                CLOSE BandFile
            END-IF.

       LoadHistory.
            OPEN INPUT CustHistFile
            IF WS-Hist-Status NOT = "00"
                SET EndOfHistFile TO TRUE
            ELSE
                READ CustHistFile
                    AT END SET EndOfHistFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfHistFile
                ADD 1 TO WS-Hist-Read
                PERFORM HoldPeriod
                PERFORM HoldHistoryLine
                READ CustHistFile
                    AT END SET EndOfHistFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Hist-Status NOT = "35"
                CLOSE CustHistFile
            END-IF.

       HoldPeriod.
            SET PeriodIdx TO 1
            IF PeriodTableCount > ZERO
                SEARCH PeriodEntry
                   AT END
                        SET PeriodIdx TO PeriodTableCount
                        SET PeriodIdx UP BY 1
                        SET PeriodTableCount TO PeriodIdx
                        MOVE CH-Period-Begin
                            TO PD-Period-Tbl(PeriodIdx)
                   WHEN PD-Period-Tbl(PeriodIdx) = CH-Period-Begin
                        CONTINUE
                END-SEARCH
            ELSE
                SET PeriodTableCount TO 1
                MOVE CH-Period-Begin TO PD-Period-Tbl(1)
            END-IF.

       HoldHistoryLine.
            MOVE ZERO TO WS-Cust-Sub
            IF CustTableCount > ZERO
                SET CustIdx TO 1
                SEARCH CustEntry
                   AT END MOVE ZERO TO WS-Cust-Sub
                   WHEN CU-Cus-Id-Tbl(CustIdx) = CH-Cus-Id
                        SET WS-Cust-Sub TO CustIdx
                END-SEARCH
            END-IF
            IF WS-Cust-Sub = ZERO
                SET CustIdx TO CustTableCount
                SET CustIdx UP BY 1
                SET CustTableCount TO CustIdx
                SET WS-Cust-Sub TO CustIdx
                MOVE CH-Cus-Id TO CU-Cus-Id-Tbl(CustIdx)
                MOVE ZERO   TO CU-Last-Period-Tbl(CustIdx)
                MOVE ZERO   TO CU-Periods-Tbl(CustIdx)
                MOVE ZERO   TO CU-Revenue-Tbl(CustIdx)
                MOVE SPACES TO CU-Prev-Seg-Tbl(CustIdx)
            END-IF
            ADD CH-Revenue TO CU-Revenue-Tbl(WS-Cust-Sub)
            IF CH-Period-Begin > CU-Last-Period-Tbl(WS-Cust-Sub)
                MOVE CH-Period-Begin
                    TO CU-Last-Period-Tbl(WS-Cust-Sub)
            END-IF
            SET CustPerIdx TO 1
            IF CustPerTableCount > ZERO
                SEARCH CustPerEntry
                   AT END
                        PERFORM HoldCustomerPeriod
                   WHEN CP-Cus-Id-Tbl(CustPerIdx) = CH-Cus-Id
                        AND CP-Period-Tbl(CustPerIdx) =
                            CH-Period-Begin
                        CONTINUE
                END-SEARCH
            ELSE
                PERFORM HoldCustomerPeriod
            END-IF.

       HoldCustomerPeriod.
            SET CustPerIdx TO CustPerTableCount
            SET CustPerIdx UP BY 1
            SET CustPerTableCount TO CustPerIdx
            MOVE CH-Cus-Id       TO CP-Cus-Id-Tbl(CustPerIdx)
            MOVE CH-Period-Begin TO CP-Period-Tbl(CustPerIdx)
            ADD 1 TO CU-Periods-Tbl(WS-Cust-Sub).

      * No CUSTSEG.DAT (a "35" status) - a first run, so nobody has
      * a segment to move from.
       LoadPreviousSegments.
            OPEN INPUT SegmentFile
            IF WS-Segment-Status NOT = "00"
                SET EndOfSegmentFile TO TRUE
            ELSE
                READ SegmentFile
                    AT END SET EndOfSegmentFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSegmentFile
                IF CustTableCount > ZERO
                    SET CustIdx TO 1
                    SEARCH CustEntry
                       AT END CONTINUE
                       WHEN CU-Cus-Id-Tbl(CustIdx) = CS-Cus-Id
                            MOVE CS-Segment
                                TO CU-Prev-Seg-Tbl(CustIdx)
                    END-SEARCH
                END-IF
                READ SegmentFile
                    AT END SET EndOfSegmentFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Segment-Status NOT = "35"
                CLOSE SegmentFile
            END-IF.

      * Recency is the number of history periods later than the
      * customer's last. A customer whose only period is the latest
      * is new; otherwise the scores decide, best segment first.
       GradeOneCustomer.
            MOVE ZERO TO CU-Since-Tbl(WS-Cust-Sub)
            PERFORM VARYING PeriodIdx FROM 1 BY 1
                    UNTIL PeriodIdx > PeriodTableCount
                IF PD-Period-Tbl(PeriodIdx) >
                       CU-Last-Period-Tbl(WS-Cust-Sub)
                    ADD 1 TO CU-Since-Tbl(WS-Cust-Sub)
                END-IF
            END-PERFORM
            MOVE "R" TO WS-Measure
            MOVE CU-Since-Tbl(WS-Cust-Sub) TO WS-Measure-Figure
            PERFORM ScoreOneMeasure
            MOVE WS-Score TO CU-R-Score-Tbl(WS-Cust-Sub)
            MOVE "F" TO WS-Measure
            MOVE CU-Periods-Tbl(WS-Cust-Sub) TO WS-Measure-Figure
            PERFORM ScoreOneMeasure
            MOVE WS-Score TO CU-F-Score-Tbl(WS-Cust-Sub)
            MOVE "V" TO WS-Measure
            MOVE CU-Revenue-Tbl(WS-Cust-Sub) TO WS-Measure-Figure
            PERFORM ScoreOneMeasure
            MOVE WS-Score TO CU-V-Score-Tbl(WS-Cust-Sub)
            EVALUATE TRUE
                WHEN CU-Periods-Tbl(WS-Cust-Sub) = 1
                     AND CU-Since-Tbl(WS-Cust-Sub) = ZERO
                    MOVE "NEW"      TO CU-Segment-Tbl(WS-Cust-Sub)
                WHEN CU-R-Score-Tbl(WS-Cust-Sub) >= 4
                     AND CU-F-Score-Tbl(WS-Cust-Sub) >= 4
                     AND CU-V-Score-Tbl(WS-Cust-Sub) >= 4
                    MOVE "CHAMPION" TO CU-Segment-Tbl(WS-Cust-Sub)
                WHEN CU-R-Score-Tbl(WS-Cust-Sub) >= 3
                     AND CU-F-Score-Tbl(WS-Cust-Sub) >= 3
                    MOVE "LOYAL"    TO CU-Segment-Tbl(WS-Cust-Sub)
                WHEN CU-R-Score-Tbl(WS-Cust-Sub) <= 1
                    MOVE "LAPSED"   TO CU-Segment-Tbl(WS-Cust-Sub)
                WHEN CU-R-Score-Tbl(WS-Cust-Sub) = 2
                    MOVE "AT RISK"  TO CU-Segment-Tbl(WS-Cust-Sub)
                WHEN OTHER
                    MOVE "ACTIVE"   TO CU-Segment-Tbl(WS-Cust-Sub)
            END-EVALUATE
            ADD 1 TO WS-Customers-Graded
            IF CU-Prev-Seg-Tbl(WS-Cust-Sub) = SPACES
                ADD 1 TO WS-First-Graded
            ELSE
                IF CU-Prev-Seg-Tbl(WS-Cust-Sub) NOT =
                       CU-Segment-Tbl(WS-Cust-Sub)
                    ADD 1 TO WS-Customers-Moved
                END-IF
            END-IF
            SET SegIdx TO 1
            SEARCH SegmentEntry
               AT END CONTINUE
               WHEN SG-Name-Tbl(SegIdx) = CU-Segment-Tbl(WS-Cust-Sub)
                    ADD 1 TO ST-Customers(SegIdx)
                    ADD CU-Revenue-Tbl(WS-Cust-Sub)
                        TO ST-Revenue(SegIdx)
            END-SEARCH.

       ScoreOneMeasure.
            MOVE 1 TO WS-Score
            PERFORM VARYING BandIdx FROM 1 BY 1
                    UNTIL BandIdx > BandTableCount
                IF BD-Measure-Tbl(BandIdx) = WS-Measure
                   AND BD-Score-Tbl(BandIdx) > WS-Score
                    IF MeasureRecency
                        IF WS-Measure-Figure <= BD-Limit-Tbl(BandIdx)
                            MOVE BD-Score-Tbl(BandIdx) TO WS-Score
                        END-IF
                    ELSE
                        IF WS-Measure-Figure >= BD-Limit-Tbl(BandIdx)
                            MOVE BD-Score-Tbl(BandIdx) TO WS-Score
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       StoreSegments.
            OPEN OUTPUT SegmentFile
            PERFORM VARYING CustIdx FROM 1 BY 1
                    UNTIL CustIdx > CustTableCount
                MOVE SPACES TO CustSegmentRecord
                MOVE CU-Cus-Id-Tbl(CustIdx)      TO CS-Cus-Id
                MOVE CU-Segment-Tbl(CustIdx)     TO CS-Segment
                MOVE CU-R-Score-Tbl(CustIdx)     TO CS-Recency-Score
                MOVE CU-F-Score-Tbl(CustIdx)     TO CS-Frequency-Score
                MOVE CU-V-Score-Tbl(CustIdx)     TO CS-Value-Score
                MOVE CU-Prev-Seg-Tbl(CustIdx)    TO CS-Prev-Segment
                MOVE CU-Last-Period-Tbl(CustIdx) TO CS-Last-Period
                MOVE CU-Periods-Tbl(CustIdx)     TO CS-Periods-Bought
                MOVE CU-Revenue-Tbl(CustIdx)     TO CS-Revenue
                MOVE WS-Today-Num                TO CS-Run-Date
                WRITE CustSegmentRecord
            END-PERFORM
            CLOSE SegmentFile.

       PrintSegmentReport.
            OPEN OUTPUT ReportFile
            MOVE WS-Today-Num TO TL-Run-Date
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Summary-Column-Line TO ShowReport
            WRITE ShowReport
            PERFORM VARYING SegIdx FROM 1 BY 1 UNTIL SegIdx > 6
                MOVE SG-Name-Tbl(SegIdx)  TO SL-Segment
                MOVE ST-Customers(SegIdx) TO SL-Customers
                MOVE ST-Revenue(SegIdx)   TO SL-Revenue
                MOVE WS-Summary-Line TO ShowReport
                WRITE ShowReport
            END-PERFORM
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Moves-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Moves-Column-Line TO ShowReport
            WRITE ShowReport
            PERFORM PrintOneMove
                VARYING WS-Cust-Sub FROM 1 BY 1
                UNTIL WS-Cust-Sub > CustTableCount
            MOVE WS-End-Of-Report-Line TO ShowReport
            WRITE ShowReport
            CLOSE ReportFile.

       PrintOneMove.
            IF CU-Prev-Seg-Tbl(WS-Cust-Sub) NOT = SPACES
               AND CU-Prev-Seg-Tbl(WS-Cust-Sub) NOT =
                   CU-Segment-Tbl(WS-Cust-Sub)
                MOVE CU-Cus-Id-Tbl(WS-Cust-Sub)   TO ML-Cus-Id
                MOVE CU-Prev-Seg-Tbl(WS-Cust-Sub) TO ML-From
                MOVE CU-Segment-Tbl(WS-Cust-Sub)  TO ML-To
                MOVE CU-R-Score-Tbl(WS-Cust-Sub)  TO ML-R-Score
                MOVE CU-F-Score-Tbl(WS-Cust-Sub)  TO ML-F-Score
                MOVE CU-V-Score-Tbl(WS-Cust-Sub)  TO ML-V-Score
                MOVE WS-Move-Line TO ShowReport
                WRITE ShowReport
            END-IF.

       END PROGRAM CustSegment.
