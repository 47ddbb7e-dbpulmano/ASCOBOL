      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FundRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClaimFile ASSIGN "FUNDCLM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Claim-Status.

      * The remittance as keyed off the funding body's advice - one
      * line per course with the amount received.
           SELECT RemitFile ASSIGN "FUNDREM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Remit-Status.

           SELECT ReportFile ASSIGN "FUNDREC.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "FUNDREX.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ClaimFile.
           COPY FUNDCLM.

      * The amount keyed as nine digits with the pennies in the
      * last two columns.
       FD  RemitFile.
       01  RemitRecord.
           02 CourseCode-R         PIC X(4).
           02 Amount-R             PIC X(9).

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-CourseCode    PIC X(4).
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

      * The consolidated exception file - a claim file that does not
      * balance to its trailer is logged there as well as stopped.
       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
       01  WS-Claim-Status          PIC XX      VALUE SPACES.
       01  WS-Remit-Status          PIC XX      VALUE SPACES.

       01  WS-Claim-EOF-Switch      PIC X       VALUE "N".
           88 EndOfClaimFile                    VALUE "Y".
       01  WS-Remit-EOF-Switch      PIC X       VALUE "N".
           88 EndOfRemitFile                    VALUE "Y".

      * The FUNDCLM.DAT control trailer FundClaim writes last.
       COPY CTLTRAIL.
       01  WS-Ctl-Actual-Count      PIC 9(7)    VALUE ZERO.
       01  WS-Ctl-Actual-Hash       PIC 9(12)   VALUE ZERO.
       01  WS-Ctl-Found-Switch      PIC X       VALUE "N".
           88 ControlTrailerFound               VALUE "Y".
       01  WS-Ctl-Bad-Switch        PIC X       VALUE "N".
           88 ControlTrailerBad                 VALUE "Y".

      * The claim as sent, student by student.
       01  ClaimTableCount          PIC 9(5)    COMP VALUE ZERO.
       01  ClaimTable.
           02 ClaimEntry            OCCURS 1 TO 10000 TIMES
                                     DEPENDING ON ClaimTableCount
                                     INDEXED BY ClaimIdx.
               03 CL-StudentId-Tbl  PIC 9(7).
               03 CL-CourseCode-Tbl PIC X(4).
               03 CL-Amount-Tbl     PIC 9(5)V99.

      * One row per course claimed - what was claimed and what the
      * remittance says came back.
       01  FundTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  FundTable.
           02 FundEntry             OCCURS 1 TO 200 TIMES
                                     DEPENDING ON FundTableCount
                                     INDEXED BY FundIdx.
               03 FD-CourseCode-Tbl PIC X(4).
               03 FD-Students-Tbl   PIC 9(5).
               03 FD-Claimed-Tbl    PIC 9(7)V99.
               03 FD-Received-Tbl   PIC 9(7)V99.
               03 FD-Keyed-Sw-Tbl   PIC X.
                   88 RemittanceKeyed       VALUE "Y".

       01  WS-Claim-Term-Id         PIC X(6)    VALUE SPACES.
       01  WS-Fund-Sub              PIC 9(4)    COMP VALUE ZERO.

       01  WS-Remit-Amount-X        PIC X(9)    VALUE SPACES.
       01  WS-Remit-Amount REDEFINES WS-Remit-Amount-X
                                    PIC 9(7)V99.

      * A short course's remittance is shared across its students
      * in proportion to what each was claimed at; the last student
      * takes whatever the rounding leaves, so the shares add back
      * to the amount received exactly.
       01  WS-Course-Seen           PIC 9(5)    VALUE ZERO.
       01  WS-Share-Left            PIC 9(7)V99 VALUE ZERO.
       01  WS-Student-Share         PIC 9(7)V99 VALUE ZERO.
       01  WS-Student-Short         PIC 9(7)V99 VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Course-Variance,
                               MONEY-EDIT  BY WS-Course-Variance-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Run-Totals.
           02 WS-Claims-Read        PIC 9(5)    VALUE ZERO.
           02 WS-Remits-Applied     PIC 9(5)    VALUE ZERO.
           02 WS-Remits-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-Courses-Short      PIC 9(5)    VALUE ZERO.
           02 WS-Students-Short     PIC 9(5)    VALUE ZERO.
           02 WS-Total-Claimed      PIC 9(9)V99 VALUE ZERO.
           02 WS-Total-Received     PIC 9(9)V99 VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Variance,
                               MONEY-EDIT  BY WS-Total-Variance-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(40)   VALUE
              "FUNDING CLAIM RECONCILIATION - TERM ".
           02 TL-Term-Id            PIC X(6).
           02 FILLER                PIC X(34)   VALUE SPACES.

       01  WS-Course-Line.
           02 FILLER                PIC X(7)    VALUE "COURSE ".
           02 CS-CourseCode         PIC X(4).
           02 FILLER                PIC X(10)   VALUE "  CLAIMED ".
           02 CS-Claimed            PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(11)   VALUE "  RECEIVED ".
           02 CS-Received           PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 CS-Variance           PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X       VALUE SPACE.
           02 CS-Note               PIC X(8).

       01  WS-Student-Column-Line.
           02 FILLER                PIC X(44)   VALUE
              "    STUDENT    CLAIMED   RECEIVED  SHORTFALL".
           02 FILLER                PIC X(36)   VALUE SPACES.

       01  WS-Student-Line.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 SD-StudentId          PIC 9(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SD-Claimed            PIC ZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SD-Received           PIC ZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SD-Shortfall          PIC ZZ,ZZ9.99.
           02 FILLER                PIC X(36)   VALUE SPACES.

       01  WS-Grand-Total-Line.
           02 FILLER                PIC X(21)   VALUE
              "TOTAL        CLAIMED ".
           02 GT-Claimed            PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(11)   VALUE "  RECEIVED ".
           02 GT-Received           PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 GT-Variance           PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(5)    VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * Claimed against received - the claim file FundClaim sent is
      * proved against its trailer and totalled by course, the
      * keyed remittance laid against it, and every course paid
      * short is broken down student by student so the shortfall
      * can be queried name by name. A course with nothing keyed
      * is treated as unpaid.
            PERFORM VerifyClaimTrailer
            PERFORM LoadClaimTable
            IF ClaimTableCount = ZERO
                DISPLAY "FundRecon - NO CLAIM RECORDS ON FUNDCLM.DAT "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN OUTPUT ExceptionFile
            PERFORM ApplyRemittance
            CLOSE ExceptionFile

            OPEN OUTPUT ReportFile
            MOVE WS-Claim-Term-Id TO TL-Term-Id
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            PERFORM ReconcileOneCourse
                VARYING WS-Fund-Sub FROM 1 BY 1
                UNTIL WS-Fund-Sub > FundTableCount
            COMPUTE WS-Total-Variance =
                WS-Total-Received - WS-Total-Claimed
            MOVE WS-Total-Claimed  TO GT-Claimed
            MOVE WS-Total-Received TO GT-Received
            MOVE WS-Total-Variance TO GT-Variance
            MOVE WS-Grand-Total-Line TO ShowReport
            WRITE ShowReport
            CLOSE ReportFile

            MOVE WS-Total-Variance TO WS-Total-Variance-Edit
            DISPLAY "FundRecon - Control Report"
            DISPLAY "Term reconciled      : " WS-Claim-Term-Id
            DISPLAY "Claim records read   : " WS-Claims-Read
            DISPLAY "Remittances applied  : " WS-Remits-Applied
            DISPLAY "Remittances rejected : " WS-Remits-Rejected
            DISPLAY "Courses paid short   : " WS-Courses-Short
            DISPLAY "Students paid short  : " WS-Students-Short
            DISPLAY "Received less claimed: " WS-Total-Variance-Edit
            STOP RUN.

      * A course line always prints; the students follow only when
      * the course came back short.
       ReconcileOneCourse.
            COMPUTE WS-Course-Variance =
                FD-Received-Tbl(WS-Fund-Sub)
                - FD-Claimed-Tbl(WS-Fund-Sub)
            MOVE FD-CourseCode-Tbl(WS-Fund-Sub) TO CS-CourseCode
            MOVE FD-Claimed-Tbl(WS-Fund-Sub)    TO CS-Claimed
            MOVE FD-Received-Tbl(WS-Fund-Sub)   TO CS-Received
            MOVE WS-Course-Variance             TO CS-Variance
            EVALUATE TRUE
                WHEN NOT RemittanceKeyed(WS-Fund-Sub)
                    MOVE "NOT PAID" TO CS-Note
                WHEN WS-Course-Variance < ZERO
                    MOVE "SHORT" TO CS-Note
                WHEN WS-Course-Variance > ZERO
                    MOVE "OVERPAID" TO CS-Note
                WHEN OTHER
                    MOVE "IN FULL" TO CS-Note
            END-EVALUATE
            MOVE WS-Course-Line TO ShowReport
            WRITE ShowReport
            IF WS-Course-Variance < ZERO
                ADD 1 TO WS-Courses-Short
                MOVE WS-Student-Column-Line TO ShowReport
                WRITE ShowReport
                MOVE ZERO TO WS-Course-Seen
                MOVE FD-Received-Tbl(WS-Fund-Sub) TO WS-Share-Left
                PERFORM VARYING ClaimIdx FROM 1 BY 1
                        UNTIL ClaimIdx > ClaimTableCount
                    IF CL-CourseCode-Tbl(ClaimIdx) =
                       FD-CourseCode-Tbl(WS-Fund-Sub)
                        PERFORM PrintStudentShortfall
                    END-IF
                END-PERFORM
            END-IF
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport.

       PrintStudentShortfall.
            ADD 1 TO WS-Course-Seen
            IF WS-Course-Seen = FD-Students-Tbl(WS-Fund-Sub)
                MOVE WS-Share-Left TO WS-Student-Share
            ELSE
                COMPUTE WS-Student-Share ROUNDED =
                    CL-Amount-Tbl(ClaimIdx)
                    * FD-Received-Tbl(WS-Fund-Sub)
                    / FD-Claimed-Tbl(WS-Fund-Sub)
                IF WS-Student-Share > WS-Share-Left
                    MOVE WS-Share-Left TO WS-Student-Share
                END-IF
            END-IF
            SUBTRACT WS-Student-Share FROM WS-Share-Left
            MOVE ZERO TO WS-Student-Short
            IF CL-Amount-Tbl(ClaimIdx) > WS-Student-Share
                COMPUTE WS-Student-Short =
                    CL-Amount-Tbl(ClaimIdx) - WS-Student-Share
                ADD 1 TO WS-Students-Short
            END-IF
            MOVE CL-StudentId-Tbl(ClaimIdx) TO SD-StudentId
            MOVE CL-Amount-Tbl(ClaimIdx)    TO SD-Claimed
            MOVE WS-Student-Share           TO SD-Received
            MOVE WS-Student-Short           TO SD-Shortfall
            MOVE WS-Student-Line TO ShowReport
            WRITE ShowReport.

      * No FUNDREM.DAT (a "35" status) means nothing has been keyed
      * yet - every course reconciles as not paid.
       ApplyRemittance.
            OPEN INPUT RemitFile
            IF WS-Remit-Status NOT = "00"
                SET EndOfRemitFile TO TRUE
            ELSE
                READ RemitFile
                    AT END SET EndOfRemitFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRemitFile
                PERFORM ApplyOneRemittance
                READ RemitFile
                    AT END SET EndOfRemitFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Remit-Status NOT = "35"
                CLOSE RemitFile
            END-IF.

       ApplyOneRemittance.
            MOVE ZERO TO WS-Fund-Sub
            SET FundIdx TO 1
            SEARCH FundEntry
               AT END MOVE ZERO TO WS-Fund-Sub
               WHEN FD-CourseCode-Tbl(FundIdx) = CourseCode-R
                    SET WS-Fund-Sub TO FundIdx
            END-SEARCH
            EVALUATE TRUE
                WHEN Amount-R NOT NUMERIC
                    MOVE "AMOUNT RECEIVED NOT NUMERIC"
                        TO Except-Detail
                    PERFORM RejectRemittance
                WHEN WS-Fund-Sub = ZERO
                    MOVE "COURSE NOT ON THE CLAIM" TO Except-Detail
                    PERFORM RejectRemittance
                WHEN RemittanceKeyed(WS-Fund-Sub)
                    MOVE "COURSE ALREADY KEYED" TO Except-Detail
                    PERFORM RejectRemittance
                WHEN OTHER
                    MOVE Amount-R TO WS-Remit-Amount-X
                    MOVE WS-Remit-Amount
                        TO FD-Received-Tbl(WS-Fund-Sub)
                    SET RemittanceKeyed(WS-Fund-Sub) TO TRUE
                    ADD WS-Remit-Amount TO WS-Total-Received
                    ADD 1 TO WS-Remits-Applied
            END-EVALUATE.

       RejectRemittance.
            MOVE CourseCode-R TO Except-CourseCode
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            ADD 1 TO WS-Remits-Rejected.

       LoadClaimTable.
            MOVE "N" TO WS-Claim-EOF-Switch
            OPEN INPUT ClaimFile
            IF WS-Claim-Status NOT = "00"
                SET EndOfClaimFile TO TRUE
            ELSE
                READ ClaimFile
                    AT END SET EndOfClaimFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfClaimFile
                MOVE FundClaimRecord TO ControlTrailer
                IF NOT ControlTrailerTag
                    PERFORM HoldOneClaim
                END-IF
                READ ClaimFile
                    AT END SET EndOfClaimFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Claim-Status NOT = "35"
                CLOSE ClaimFile
            END-IF.

       HoldOneClaim.
            ADD 1 TO WS-Claims-Read
            MOVE CLM-Term-Id TO WS-Claim-Term-Id
            SET ClaimIdx TO ClaimTableCount
            SET ClaimIdx UP BY 1
            SET ClaimTableCount TO ClaimIdx
            MOVE CLM-StudentId  TO CL-StudentId-Tbl(ClaimIdx)
            MOVE CLM-CourseCode TO CL-CourseCode-Tbl(ClaimIdx)
            MOVE CLM-Amount     TO CL-Amount-Tbl(ClaimIdx)
            ADD CLM-Amount TO WS-Total-Claimed
            MOVE ZERO TO WS-Fund-Sub
            IF FundTableCount > ZERO
                SET FundIdx TO 1
                SEARCH FundEntry
                   AT END MOVE ZERO TO WS-Fund-Sub
                   WHEN FD-CourseCode-Tbl(FundIdx) = CLM-CourseCode
                        SET WS-Fund-Sub TO FundIdx
                END-SEARCH
            END-IF
            IF WS-Fund-Sub = ZERO
                SET FundIdx TO FundTableCount
                SET FundIdx UP BY 1
                SET FundTableCount TO FundIdx
                SET WS-Fund-Sub TO FundIdx
                MOVE CLM-CourseCode TO FD-CourseCode-Tbl(WS-Fund-Sub)
                MOVE ZERO TO FD-Students-Tbl(WS-Fund-Sub)
                MOVE ZERO TO FD-Claimed-Tbl(WS-Fund-Sub)
                MOVE ZERO TO FD-Received-Tbl(WS-Fund-Sub)
                MOVE "N"  TO FD-Keyed-Sw-Tbl(WS-Fund-Sub)
            END-IF
            ADD 1 TO FD-Students-Tbl(WS-Fund-Sub)
            ADD CLM-Amount TO FD-Claimed-Tbl(WS-Fund-Sub).

      * The claim is proved whole before anything reconciles - the
      * trailer's count and key hash against a fresh pass of the
      * file. A mismatch stops the step and lands on EXCEPTS.DAT;
      * no trailer at all is warned on the console and let through.
       VerifyClaimTrailer.
            OPEN INPUT ClaimFile
            IF WS-Claim-Status NOT = "00"
                SET EndOfClaimFile TO TRUE
            ELSE
                READ ClaimFile
                    AT END SET EndOfClaimFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfClaimFile
                MOVE FundClaimRecord TO ControlTrailer
                IF ControlTrailerTag
                    SET ControlTrailerFound TO TRUE
                    IF CTL-Record-Count NOT = WS-Ctl-Actual-Count
                       OR CTL-Hash-Total NOT = WS-Ctl-Actual-Hash
                        SET ControlTrailerBad TO TRUE
                    END-IF
                ELSE
                    ADD 1 TO WS-Ctl-Actual-Count
                    ADD CLM-StudentId TO WS-Ctl-Actual-Hash
                END-IF
                READ ClaimFile
                    AT END SET EndOfClaimFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Claim-Status NOT = "35"
                CLOSE ClaimFile
            END-IF
            IF ControlTrailerBad
                DISPLAY "FundRecon - FUNDCLM.DAT CONTROL "
                    "TRAILER DOES NOT BALANCE - RUN ABORTED"
                PERFORM WriteTrailerException
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT ControlTrailerFound
                DISPLAY "FundRecon - NO CONTROL TRAILER ON "
                    "FUNDCLM.DAT - OLD-FORMAT EXTRACT ASSUMED"
            END-IF.

       WriteTrailerException.
            OPEN EXTEND CommonExceptFile
            MOVE "FUNDRECON " TO EXC-Program
            MOVE "FUNDCLM   " TO EXC-Key
            MOVE "CONTROL TRAILER MISMATCH ON HANDOFF"
                TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

       END PROGRAM FundRecon.
