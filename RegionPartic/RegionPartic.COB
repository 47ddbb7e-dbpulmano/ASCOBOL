      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegionPartic.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES.

           SELECT CountyPopFile ASSIGN "CNTYPOP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CountyPop-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT ReportFile ASSIGN "PARTIC.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CountyPopExceptFile ASSIGN "PARTEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  CountyPopFile.
           COPY CNTYPOP.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

      * Same exception layout CountyPop's run writes, widened with
      * the county (or town) the figure was keyed against.
       FD  CountyPopExceptFile.
       01  CountyPopExceptRecord.
           02 CE-Attempted-Value   PIC 9(9).
           02 FILLER               PIC X       VALUE SPACE.
           02 CE-Reason            PIC X(30).
           02 FILLER               PIC X       VALUE SPACE.
           02 CE-Name              PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-CountyPop-Status      PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.

       01  WS-CountyPop-EOF-Switch  PIC X       VALUE "N".
           88 EndOfCountyPopFile                VALUE "Y".
       01  WS-Student-EOF-Switch    PIC X       VALUE "N".
           88 EndOfStudentFile                  VALUE "Y".

       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.
       01  WS-Business-Date-Split REDEFINES WS-Business-Date.
           02 WS-Business-YYYY      PIC 9(4).
           02 FILLER                PIC 9(4).
       01  WS-Intake-Year           PIC 9(4)    VALUE ZERO.
       01  WS-Prior-Year            PIC 9(4)    VALUE ZERO.

      * Each county's population passes through CountyPop's guard
      * - COMPUTE into the same PIC 9(7) with ON SIZE ERROR - so a
      * figure that no longer fits is flagged, not silently cut
      * down to a smaller, wrong population.
       01  CountyPop                PIC 9(7)    VALUE ZERO.
       01  WS-Attempted-Value       PIC 9(9)    VALUE ZERO.

      * One row per county on CNTYPOP.DAT, with the students tallied
      * against it. The last row catches every City that maps to
      * no county, so nobody drops out of the totals unseen.
       01  CountyTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  CountyTable.
           02 CountyEntry           OCCURS 1 TO 200 TIMES
                                     DEPENDING ON CountyTableCount
                                     INDEXED BY CountyIdx.
               03 CT-County-Tbl     PIC X(15).
               03 CT-Population-Tbl PIC 9(7).
               03 CT-Pop-Ok-Sw-Tbl  PIC X.
                   88 CountyPopUsable       VALUE "Y".
               03 CT-Active-Tbl     PIC 9(5).
               03 CT-Intake-Tbl     PIC 9(5).
               03 CT-Prior-Tbl      PIC 9(5).

       01  TownTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  TownTable.
           02 TownEntry             OCCURS 1 TO 1000 TIMES
                                     DEPENDING ON TownTableCount
                                     INDEXED BY TownIdx.
               03 TW-Town-Tbl       PIC X(15).
               03 TW-County-Tbl     PIC X(15).

       01  WS-County-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Unmapped-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Lookup-Name           PIC X(15)   VALUE SPACES.

       01  WS-Per-10K               PIC 9(5)V9  VALUE ZERO.
       01  WS-Overall-Per-10K       PIC 9(5)V9  VALUE ZERO.
       01  WS-Movement              PIC S9(5)   VALUE ZERO.
       01  WS-Movement-Pct          PIC S9(5)V9 VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Students-Read      PIC 9(7)    VALUE ZERO.
           02 WS-Students-Unmapped  PIC 9(7)    VALUE ZERO.
           02 WS-Pop-Flagged        PIC 9(5)    VALUE ZERO.
           02 WS-Towns-Unmatched    PIC 9(5)    VALUE ZERO.
           02 WS-Total-Population   PIC 9(9)    VALUE ZERO.
           02 WS-Total-Active       PIC 9(7)    VALUE ZERO.
           02 WS-Total-Intake       PIC 9(7)    VALUE ZERO.
           02 WS-Total-Prior        PIC 9(7)    VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(37)   VALUE
              "REGIONAL PARTICIPATION REPORT - RUN ".
           02 TL-Date               PIC 9(8).
           02 FILLER                PIC X(35)   VALUE SPACES.

       01  WS-Subtitle-Line.
           02 FILLER                PIC X(14)   VALUE
              "INTAKE YEAR = ".
           02 ST-Intake-Year        PIC 9(4).
           02 FILLER                PIC X(16)   VALUE
              "  PRIOR YEAR = ".
           02 ST-Prior-Year         PIC 9(4).
           02 FILLER                PIC X(42)   VALUE SPACES.

       01  WS-Column-Line.
           02 FILLER                PIC X(40)   VALUE
              "COUNTY         POPULATION ACTIVE PER 10K".
           02 FILLER                PIC X(40)   VALUE
              " INTAKE  PRIOR    MOVE    MOVE%  FLAG".

       01  WS-Detail-Line.
           02 DL-County             PIC X(15).
           02 DL-Population         PIC ZZ,ZZZ,ZZ9.
           02 DL-Population-X REDEFINES DL-Population
                                    PIC X(10).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Active             PIC ZZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Per-10K            PIC ZZZ9.9.
           02 DL-Per-10K-X REDEFINES DL-Per-10K
                                    PIC X(6).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Intake             PIC ZZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Prior              PIC ZZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Movement           PIC +++++9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Movement-Pct       PIC ++++9.9.
           02 DL-Movement-Pct-X REDEFINES DL-Movement-Pct
                                    PIC X(7).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-Flag               PIC X(6).
           02 FILLER                PIC X(3)    VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       01  WS-Footnote-Line         PIC X(80)   VALUE
           "FLAG BELOW = PARTICIPATION UNDER THE ALL-COUNTY RATE".

       PROCEDURE DIVISION.
       BEGIN.
      * Where the students come from against how many people live
      * there - each active student is placed in a county by the
      * City on the master (directly, or through a town record on
      * CNTYPOP.DAT), and each county shows its participation per
      * 10,000 population and how this year's intake moved against
      * last year's. Counties under the all-county rate are flagged
      * for the outreach office.
            PERFORM GetBusinessDate
            MOVE WS-Business-YYYY TO WS-Intake-Year
            COMPUTE WS-Prior-Year = WS-Intake-Year - 1

            OPEN OUTPUT CountyPopExceptFile
            PERFORM LoadCountyPopTable
            PERFORM CheckTownCounties
            CLOSE CountyPopExceptFile

            PERFORM TallyStudents
            PERFORM SumCounties

            OPEN OUTPUT ReportFile
            MOVE WS-Business-Date TO TL-Date
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Intake-Year TO ST-Intake-Year
            MOVE WS-Prior-Year  TO ST-Prior-Year
            MOVE WS-Subtitle-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Column-Line TO ShowReport
            WRITE ShowReport
            PERFORM PrintOneCounty
                VARYING WS-County-Sub FROM 1 BY 1
                UNTIL WS-County-Sub > CountyTableCount
            PERFORM PrintTotalLine
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Footnote-Line TO ShowReport
            WRITE ShowReport
            CLOSE ReportFile

            DISPLAY "RegionPartic - Control Report"
            DISPLAY "Students read          : " WS-Students-Read
            DISPLAY "Students not mapped    : " WS-Students-Unmapped
            DISPLAY "Populations flagged    : " WS-Pop-Flagged
            DISPLAY "Towns with no county   : " WS-Towns-Unmatched
            STOP RUN.

      * Active students for participation; intake counts take every
      * student who started in the year, whatever they are now, so
      * this year and last compare like with like.
       TallyStudents.
            OPEN INPUT StudentFile
            MOVE LOW-VALUES TO StudentId
            START StudentFile KEY IS NOT LESS THAN StudentId
                INVALID KEY SET EndOfStudentFile TO TRUE
            END-START
            PERFORM UNTIL EndOfStudentFile
                READ StudentFile NEXT RECORD
                    AT END SET EndOfStudentFile TO TRUE
                    NOT AT END PERFORM TallyOneStudent
                END-READ
            END-PERFORM
            CLOSE StudentFile.

       TallyOneStudent.
            ADD 1 TO WS-Students-Read
            MOVE City TO WS-Lookup-Name
            PERFORM FindCountyForTown
            IF WS-County-Sub = ZERO
                MOVE WS-Unmapped-Sub TO WS-County-Sub
                ADD 1 TO WS-Students-Unmapped
            END-IF
            IF ActiveStudent
                ADD 1 TO CT-Active-Tbl(WS-County-Sub)
            END-IF
            IF IntakeYear = WS-Intake-Year
                ADD 1 TO CT-Intake-Tbl(WS-County-Sub)
            END-IF
            IF IntakeYear = WS-Prior-Year
                ADD 1 TO CT-Prior-Tbl(WS-County-Sub)
            END-IF.

      * A City that is itself a county name maps straight across;
      * otherwise the town records say which county it lies in.
       FindCountyForTown.
            MOVE ZERO TO WS-County-Sub
            PERFORM FindCountyByName
            IF WS-County-Sub = ZERO AND TownTableCount > ZERO
                SET TownIdx TO 1
                SEARCH TownEntry
                   AT END CONTINUE
                   WHEN TW-Town-Tbl(TownIdx) = WS-Lookup-Name
                        MOVE TW-County-Tbl(TownIdx) TO WS-Lookup-Name
                        PERFORM FindCountyByName
                END-SEARCH
            END-IF.

       FindCountyByName.
            MOVE ZERO TO WS-County-Sub
            IF WS-Lookup-Name NOT = SPACES
                PERFORM VARYING CountyIdx FROM 1 BY 1
                        UNTIL CountyIdx >= WS-Unmapped-Sub
                    IF CT-County-Tbl(CountyIdx) = WS-Lookup-Name
                        SET WS-County-Sub TO CountyIdx
                    END-IF
                END-PERFORM
            END-IF.

       SumCounties.
            PERFORM VARYING CountyIdx FROM 1 BY 1
                    UNTIL CountyIdx > CountyTableCount
                IF CountyPopUsable(CountyIdx)
                    ADD CT-Population-Tbl(CountyIdx)
                        TO WS-Total-Population
                    ADD CT-Active-Tbl(CountyIdx) TO WS-Total-Active
                END-IF
                ADD CT-Intake-Tbl(CountyIdx) TO WS-Total-Intake
                ADD CT-Prior-Tbl(CountyIdx)  TO WS-Total-Prior
            END-PERFORM
            MOVE ZERO TO WS-Overall-Per-10K
            IF WS-Total-Population > ZERO
                COMPUTE WS-Overall-Per-10K ROUNDED =
                    WS-Total-Active * 10000 / WS-Total-Population
            END-IF.

       PrintOneCounty.
            MOVE CT-County-Tbl(WS-County-Sub) TO DL-County
            MOVE CT-Active-Tbl(WS-County-Sub) TO DL-Active
            MOVE SPACES TO DL-Flag
            IF CountyPopUsable(WS-County-Sub)
                MOVE CT-Population-Tbl(WS-County-Sub)
                    TO DL-Population
                COMPUTE WS-Per-10K ROUNDED =
                    CT-Active-Tbl(WS-County-Sub) * 10000
                    / CT-Population-Tbl(WS-County-Sub)
                MOVE WS-Per-10K TO DL-Per-10K
                IF WS-Per-10K < WS-Overall-Per-10K
                    MOVE "BELOW" TO DL-Flag
                END-IF
            ELSE
                MOVE "       N/A" TO DL-Population-X
                MOVE "   N/A" TO DL-Per-10K-X
            END-IF
            MOVE CT-Intake-Tbl(WS-County-Sub) TO DL-Intake
            MOVE CT-Prior-Tbl(WS-County-Sub)  TO DL-Prior
            COMPUTE WS-Movement = CT-Intake-Tbl(WS-County-Sub)
                - CT-Prior-Tbl(WS-County-Sub)
            MOVE WS-Movement TO DL-Movement
            IF CT-Prior-Tbl(WS-County-Sub) > ZERO
                COMPUTE WS-Movement-Pct ROUNDED =
                    WS-Movement * 100 / CT-Prior-Tbl(WS-County-Sub)
                MOVE WS-Movement-Pct TO DL-Movement-Pct
            ELSE
                MOVE "    NEW" TO DL-Movement-Pct-X
                IF CT-Intake-Tbl(WS-County-Sub) = ZERO
                    MOVE SPACES TO DL-Movement-Pct-X
                END-IF
            END-IF
            MOVE WS-Detail-Line TO ShowReport
            WRITE ShowReport.

      * The total line's participation is the all-county rate the
      * flag is judged against - counties whose population could
      * not be used are left out of both sides of it.
       PrintTotalLine.
            MOVE "ALL COUNTIES"       TO DL-County
            MOVE WS-Total-Population  TO DL-Population
            MOVE WS-Total-Active      TO DL-Active
            MOVE WS-Overall-Per-10K   TO DL-Per-10K
            MOVE WS-Total-Intake      TO DL-Intake
            MOVE WS-Total-Prior       TO DL-Prior
            COMPUTE WS-Movement = WS-Total-Intake - WS-Total-Prior
            MOVE WS-Movement TO DL-Movement
            IF WS-Total-Prior > ZERO
                COMPUTE WS-Movement-Pct ROUNDED =
                    WS-Movement * 100 / WS-Total-Prior
                MOVE WS-Movement-Pct TO DL-Movement-Pct
            ELSE
                MOVE SPACES TO DL-Movement-Pct-X
            END-IF
            MOVE SPACES TO DL-Flag
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Detail-Line TO ShowReport
            WRITE ShowReport.

      * No CNTYPOP.DAT (a "35" status) leaves only the not-mapped
      * row - every student then shows there, which says plainly
      * that the reference file is missing.
       LoadCountyPopTable.
            OPEN INPUT CountyPopFile
            IF WS-CountyPop-Status NOT = "00"
                SET EndOfCountyPopFile TO TRUE
            ELSE
                READ CountyPopFile
                    AT END SET EndOfCountyPopFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfCountyPopFile
                EVALUATE TRUE
                    WHEN CountyRecord AND CountyTableCount < 199
                        PERFORM HoldOneCounty
                    WHEN TownRecord AND TownTableCount < 1000
                        SET TownIdx TO TownTableCount
                        SET TownIdx UP BY 1
                        SET TownTableCount TO TownIdx
                        MOVE CPR-Name        TO TW-Town-Tbl(TownIdx)
                        MOVE CPR-Town-County TO TW-County-Tbl(TownIdx)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                READ CountyPopFile
                    AT END SET EndOfCountyPopFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-CountyPop-Status NOT = "35"
                CLOSE CountyPopFile
            END-IF
            SET CountyIdx TO CountyTableCount
            SET CountyIdx UP BY 1
            SET CountyTableCount TO CountyIdx
            SET WS-Unmapped-Sub TO CountyIdx
            MOVE "NOT MAPPED"  TO CT-County-Tbl(CountyIdx)
            MOVE ZERO          TO CT-Population-Tbl(CountyIdx)
            MOVE "N"           TO CT-Pop-Ok-Sw-Tbl(CountyIdx)
            MOVE ZERO          TO CT-Active-Tbl(CountyIdx)
            MOVE ZERO          TO CT-Intake-Tbl(CountyIdx)
            MOVE ZERO          TO CT-Prior-Tbl(CountyIdx).

       HoldOneCounty.
            SET CountyIdx TO CountyTableCount
            SET CountyIdx UP BY 1
            SET CountyTableCount TO CountyIdx
            MOVE CPR-Name TO CT-County-Tbl(CountyIdx)
            MOVE ZERO     TO CT-Population-Tbl(CountyIdx)
            MOVE "N"      TO CT-Pop-Ok-Sw-Tbl(CountyIdx)
            MOVE ZERO     TO CT-Active-Tbl(CountyIdx)
            MOVE ZERO     TO CT-Intake-Tbl(CountyIdx)
            MOVE ZERO     TO CT-Prior-Tbl(CountyIdx)
            IF CPR-Population-X NUMERIC
                MOVE CPR-Population-X TO WS-Attempted-Value
                COMPUTE CountyPop = WS-Attempted-Value
                    ON SIZE ERROR
                        MOVE "VALUE DOES NOT FIT COUNTYPOP"
                            TO CE-Reason
                        PERFORM FlagCountyPop
                    NOT ON SIZE ERROR
                        IF CountyPop = ZERO
                            MOVE "POPULATION OF ZERO" TO CE-Reason
                            PERFORM FlagCountyPop
                        ELSE
                            MOVE CountyPop
                                TO CT-Population-Tbl(CountyIdx)
                            MOVE "Y" TO CT-Pop-Ok-Sw-Tbl(CountyIdx)
                        END-IF
                END-COMPUTE
            ELSE
                MOVE ZERO TO WS-Attempted-Value
                MOVE "POPULATION NOT NUMERIC" TO CE-Reason
                PERFORM FlagCountyPop
            END-IF.

      * A population figure that cannot be used is written to the
      * exceptions report; the county still prints, its rate
      * shown as N/A.
       FlagCountyPop.
            MOVE WS-Attempted-Value TO CE-Attempted-Value
            MOVE CPR-Name TO CE-Name
            WRITE CountyPopExceptRecord
            ADD 1 TO WS-Pop-Flagged.

      * A town pointing at a county not on the file would put its
      * students nowhere - listed now so the file can be put right.
       CheckTownCounties.
            PERFORM VARYING TownIdx FROM 1 BY 1
                    UNTIL TownIdx > TownTableCount
                MOVE TW-County-Tbl(TownIdx) TO WS-Lookup-Name
                PERFORM FindCountyByName
                IF WS-County-Sub = ZERO
                    MOVE ZERO TO CE-Attempted-Value
                    MOVE "TOWN COUNTY NOT ON CNTYPOP.DAT" TO CE-Reason
                    MOVE TW-Town-Tbl(TownIdx) TO CE-Name
                    WRITE CountyPopExceptRecord
                    ADD 1 TO WS-Towns-Unmatched
                END-IF
            END-PERFORM.

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

       END PROGRAM RegionPartic.
