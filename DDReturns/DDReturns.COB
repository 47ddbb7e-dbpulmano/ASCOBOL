      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDReturns.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The collections the bank could not make, sent back against
      * the DDCOLL.DAT DDCollect sent it - one record per returned
      * installment and the bank's own control trailer.
           SELECT ReturnFile ASSIGN "DDRETURN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Return-Status.

           SELECT MandateFile ASSIGN "MANDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Mandate-Status.

           SELECT PlanFile ASSIGN "PAYPLAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Plan-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT ExceptionFile ASSIGN "DDRTNEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * The consolidated exception file - every return is worked
      * from here, on the one file the next night's OPEN OUTPUT
      * cannot wipe.
           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
      * The bank echoes the mandate reference and the student,
      * course and sequence DDCollect sent, with the amount and its
      * own four-character reason for the return.
       FD  ReturnFile.
       01  ReturnRecord.
           02 RT-Record-Type       PIC X.
               88 ReturnedItemRec          VALUE "R".
               88 ReturnTrailerRec         VALUE "T".
           02 RT-Reference         PIC X(18).
           02 RT-StudentId         PIC X(7).
           02 RT-CourseCode        PIC X(4).
           02 RT-Seq               PIC X(2).
           02 RT-Amount            PIC X(9).
           02 RT-Reason            PIC X(4).
           02 FILLER               PIC X(15).

       01  ReturnTrailerRecord REDEFINES ReturnRecord.
           02 RTT-Record-Type      PIC X.
           02 RTT-Count            PIC X(7).
           02 RTT-Total            PIC X(12).
           02 FILLER               PIC X(40).

       FD  MandateFile.
           COPY MANDATE.

       FD  PlanFile.
           COPY PAYPLAN.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-StudentID     PIC X(7).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       FD  CommonExceptFile.
           COPY EXCEPTS.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-Return-Status        PIC XX      VALUE SPACES.
       01  WS-Mandate-Status       PIC XX      VALUE SPACES.
       01  WS-Plan-Status          PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Return-EOF-Switch    PIC X       VALUE "N".
           88 EndOfReturnFile                  VALUE "Y".
       01  WS-Mandate-EOF-Switch   PIC X       VALUE "N".
           88 EndOfMandateFile                 VALUE "Y".
       01  WS-Plan-EOF-Switch      PIC X       VALUE "N".
           88 EndOfPlanFile                    VALUE "Y".

       01  WS-Plan-File-Found-Sw   PIC X       VALUE "N".
           88 PlanFileOnHand                   VALUE "Y".
       01  WS-Mandate-File-Sw      PIC X       VALUE "N".
           88 MandateFileOnHand                VALUE "Y".
       01  WS-Trailer-Seen-Sw      PIC X       VALUE "N".
           88 BankTrailerSeen                  VALUE "Y".
       01  WS-Count-Failure-Sw     PIC X       VALUE "N".
           88 CountMandateFailure              VALUE "Y".

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

      * The second failure suspends the mandate - DDCollect stops
      * drawing on it until MandateMaint reinstates it.
       01  WS-Suspend-At-Fails     PIC 9       VALUE 2.

       01  MandateTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  MandateTable.
           02 MandateEntry         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON MandateTableCount
                                    INDEXED BY MandateIdx.
               03 MD-StudentId-Tbl PIC 9(7).
               03 MD-Sort-Tbl      PIC 9(6).
               03 MD-Account-Tbl   PIC 9(8).
               03 MD-Reference-Tbl PIC X(18).
               03 MD-Status-Tbl    PIC X.
                   88 MandateEntryActive    VALUE "A".
               03 MD-Fails-Tbl     PIC 9.
               03 MD-Fail-Date-Tbl PIC 9(8).
               03 MD-SetUp-Tbl     PIC 9(8).

       01  PlanTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  PlanTable.
           02 PlanEntry            OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON PlanTableCount
                                    INDEXED BY PlanIdx.
               03 PL-StudentId-Tbl PIC 9(7).
               03 PL-CourseCode-Tbl PIC X(4).
               03 PL-Seq-Tbl       PIC 9(2).
               03 PL-DueDate-Tbl   PIC 9(8).
               03 PL-Amount-Tbl    PIC 9(5)V99.
               03 PL-Status-Tbl    PIC X.
                   88 PlanEntryOpen         VALUE "O".
                   88 PlanEntryMet          VALUE "M".
                   88 PlanEntryInCollection VALUE "C".

       01  WS-Mandate-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Plan-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-StudentId-Num        PIC 9(7)    VALUE ZERO.

       01  WS-Amount-X             PIC X(9)    VALUE SPACES.
       01  WS-Amount-Num REDEFINES WS-Amount-X
                                   PIC 9(7)V99.
       01  WS-Bank-Count-X         PIC X(7)    VALUE SPACES.
       01  WS-Bank-Count-Num REDEFINES WS-Bank-Count-X
                                   PIC 9(7).

       01  WS-Return-Detail.
           02 FILLER               PIC X(19)   VALUE
              "COLLECTION RETURNED".
           02 FILLER               PIC X(3)    VALUE " - ".
           02 RD-CourseCode        PIC X(4).
           02 FILLER               PIC X       VALUE "/".
           02 RD-Seq               PIC X(2).
           02 FILLER               PIC X       VALUE SPACE.
           02 RD-Reason            PIC X(4).
           02 FILLER               PIC X(6)    VALUE SPACES.

       01  WS-Run-Totals.
           02 WS-Returns-Read      PIC 9(5)    VALUE ZERO.
           02 WS-Installs-Reopened PIC 9(5)    VALUE ZERO.
           02 WS-Mandates-Suspended PIC 9(5)   VALUE ZERO.
           02 WS-Returns-Rejected  PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Returned,
                               MONEY-EDIT  BY WS-Total-Returned-Edit,
                               MONEY-VALUE BY ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * A collection the bank sends back is money that never came -
      * the installment goes back open so the aging and dunning runs
      * see it owed again, every return is raised as an exception
      * for the office to follow up, and each return counts against
      * the student's mandate. The second failure suspends the
      * mandate so DDCollect stops drawing on a dead account.
            PERFORM GetOperatorId
            PERFORM GetBusinessDate
            PERFORM LoadMandateTable
            PERFORM LoadPlanTable

            OPEN OUTPUT ExceptionFile
            OPEN EXTEND CommonExceptFile
            OPEN EXTEND AuditFile
            OPEN INPUT ReturnFile
            IF WS-Return-Status NOT = "00"
                SET EndOfReturnFile TO TRUE
                DISPLAY "DDReturns - DDRETURN.DAT NOT ON HAND - "
                    "NO RETURNS TO APPLY"
            ELSE
                READ ReturnFile
                    AT END SET EndOfReturnFile TO TRUE
                END-READ
            END-IF

            PERFORM ApplyOneReturn UNTIL EndOfReturnFile

            IF WS-Return-Status NOT = "35"
                CLOSE ReturnFile
            END-IF
            CLOSE ExceptionFile
            CLOSE CommonExceptFile
            CLOSE AuditFile

            PERFORM StorePlanTable
            PERFORM StoreMandateTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplyOneReturn.
            EVALUATE TRUE
                WHEN ReturnTrailerRec
                    PERFORM CheckBankTrailer
                WHEN ReturnedItemRec
                    ADD 1 TO WS-Returns-Read
                    PERFORM ApplyReturnedItem
                WHEN OTHER
                    MOVE RT-StudentId TO Except-StudentID
                    MOVE "UNKNOWN RETURN RECORD TYPE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Returns-Rejected
            END-EVALUATE
            READ ReturnFile
                AT END SET EndOfReturnFile TO TRUE
            END-READ.

      * Only a collection still out at the bank goes back open. One
      * already marked met means the money was posted before the
      * return arrived - the payment has to be reversed by hand, but
      * the failure still counts against the mandate. A return for
      * an installment already open is the bank repeating itself.
       ApplyReturnedItem.
            MOVE RT-StudentId TO Except-StudentID
            MOVE "N" TO WS-Count-Failure-Sw
            MOVE RT-Amount TO WS-Amount-X
            PERFORM LocatePlanEntry
            EVALUATE TRUE
                WHEN RT-StudentId NOT NUMERIC
                  OR RT-Seq NOT NUMERIC
                    MOVE "RETURN KEY NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Returns-Rejected
                WHEN WS-Plan-Sub = ZERO
                    MOVE "RETURNED INSTALLMENT NOT ON PLAN FILE"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Returns-Rejected
                WHEN PlanEntryMet(WS-Plan-Sub)
                    MOVE "RETURNED AFTER POSTING - REVERSE PAYMENT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    SET CountMandateFailure TO TRUE
                WHEN PlanEntryOpen(WS-Plan-Sub)
                    MOVE "RETURNED INSTALLMENT ALREADY OPEN"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Returns-Rejected
                WHEN OTHER
                    MOVE "O" TO PL-Status-Tbl(WS-Plan-Sub)
                    MOVE RT-CourseCode TO RD-CourseCode
                    MOVE RT-Seq        TO RD-Seq
                    MOVE RT-Reason     TO RD-Reason
                    MOVE WS-Return-Detail TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Installs-Reopened
                    IF WS-Amount-X NUMERIC
                        ADD WS-Amount-Num TO WS-Total-Returned
                    END-IF
                    SET CountMandateFailure TO TRUE
            END-EVALUATE
            IF CountMandateFailure
                PERFORM CountOneFailure
            END-IF.

       CountOneFailure.
            PERFORM LocateMandateEntry
            IF WS-Mandate-Sub = ZERO
                MOVE "NO MANDATE ON FILE FOR RETURN" TO Except-Detail
                PERFORM WriteExceptionRecord
            ELSE
                IF MD-Fails-Tbl(WS-Mandate-Sub) < 9
                    ADD 1 TO MD-Fails-Tbl(WS-Mandate-Sub)
                END-IF
                MOVE WS-Business-Date
                    TO MD-Fail-Date-Tbl(WS-Mandate-Sub)
                IF MD-Fails-Tbl(WS-Mandate-Sub) >= WS-Suspend-At-Fails
                   AND MandateEntryActive(WS-Mandate-Sub)
                    MOVE "S" TO MD-Status-Tbl(WS-Mandate-Sub)
                    MOVE "MANDATE SUSPENDED - COLLECTIONS FAILED"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    MOVE "SUSPEND MANDATE" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Mandates-Suspended
                END-IF
            END-IF.

      * The bank's trailer counts the returns it sent - a short or
      * long file is an exception, not a reason to stop.
       CheckBankTrailer.
            SET BankTrailerSeen TO TRUE
            MOVE RTT-Count TO WS-Bank-Count-X
            IF WS-Bank-Count-X NOT NUMERIC
               OR WS-Bank-Count-Num NOT = WS-Returns-Read
                MOVE "TRAILER" TO Except-StudentID
                MOVE "RETURN COUNT DISAGREES WITH BANK TRAILER"
                    TO Except-Detail
                PERFORM WriteExceptionRecord
            END-IF.

       LocatePlanEntry.
            MOVE ZERO TO WS-Plan-Sub
            IF PlanTableCount > ZERO
               AND RT-StudentId NUMERIC
               AND RT-Seq NUMERIC
                SET PlanIdx TO 1
                SEARCH PlanEntry
                   AT END MOVE ZERO TO WS-Plan-Sub
                   WHEN PL-StudentId-Tbl(PlanIdx) = RT-StudentId
                        AND PL-CourseCode-Tbl(PlanIdx) = RT-CourseCode
                        AND PL-Seq-Tbl(PlanIdx) = RT-Seq
                        SET WS-Plan-Sub TO PlanIdx
                END-SEARCH
            END-IF.

       LocateMandateEntry.
            MOVE ZERO TO WS-Mandate-Sub
            MOVE RT-StudentId TO WS-StudentId-Num
            IF MandateTableCount > ZERO
                SET MandateIdx TO 1
                SEARCH MandateEntry
                   AT END MOVE ZERO TO WS-Mandate-Sub
                   WHEN MD-StudentId-Tbl(MandateIdx) = WS-StudentId-Num
                        SET WS-Mandate-Sub TO MandateIdx
                END-SEARCH
            END-IF.

      * No MANDATE.DAT (a "35" status) - every return rejects as
      * having no mandate, and nothing is written back.
       LoadMandateTable.
            MOVE "N" TO WS-Mandate-File-Sw
            OPEN INPUT MandateFile
            IF WS-Mandate-Status NOT = "00"
                SET EndOfMandateFile TO TRUE
            ELSE
                SET MandateFileOnHand TO TRUE
                READ MandateFile
                    AT END SET EndOfMandateFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfMandateFile
                SET MandateIdx TO MandateTableCount
                SET MandateIdx UP BY 1
                SET MandateTableCount TO MandateIdx
                MOVE DDM-StudentId  TO MD-StudentId-Tbl(MandateIdx)
                MOVE DDM-Sort-Code  TO MD-Sort-Tbl(MandateIdx)
                MOVE DDM-Account-No TO MD-Account-Tbl(MandateIdx)
                MOVE DDM-Reference  TO MD-Reference-Tbl(MandateIdx)
                MOVE DDM-Status     TO MD-Status-Tbl(MandateIdx)
                MOVE DDM-Fail-Count TO MD-Fails-Tbl(MandateIdx)
                MOVE DDM-Last-Fail-Date
                    TO MD-Fail-Date-Tbl(MandateIdx)
                MOVE DDM-Set-Up-Date TO MD-SetUp-Tbl(MandateIdx)
                READ MandateFile
                    AT END SET EndOfMandateFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Mandate-Status NOT = "35"
                CLOSE MandateFile
            END-IF.

       StoreMandateTable.
            IF MandateFileOnHand
                OPEN OUTPUT MandateFile
                PERFORM VARYING MandateIdx FROM 1 BY 1
                        UNTIL MandateIdx > MandateTableCount
                    MOVE MD-StudentId-Tbl(MandateIdx) TO DDM-StudentId
                    MOVE MD-Sort-Tbl(MandateIdx)      TO DDM-Sort-Code
                    MOVE MD-Account-Tbl(MandateIdx)
                        TO DDM-Account-No
                    MOVE MD-Reference-Tbl(MandateIdx)
                        TO DDM-Reference
                    MOVE MD-Status-Tbl(MandateIdx)    TO DDM-Status
                    MOVE MD-Fails-Tbl(MandateIdx)     TO DDM-Fail-Count
                    MOVE MD-Fail-Date-Tbl(MandateIdx)
                        TO DDM-Last-Fail-Date
                    MOVE MD-SetUp-Tbl(MandateIdx)
                        TO DDM-Set-Up-Date
                    WRITE MandateRecord
                END-PERFORM
                CLOSE MandateFile
            END-IF.

      * No PAYPLAN.DAT (a "35" status) - every return rejects as
      * not on the plan file, and nothing is written back.
       LoadPlanTable.
            MOVE "N" TO WS-Plan-File-Found-Sw
            OPEN INPUT PlanFile
            IF WS-Plan-Status NOT = "00"
                SET EndOfPlanFile TO TRUE
            ELSE
                SET PlanFileOnHand TO TRUE
                READ PlanFile
                    AT END SET EndOfPlanFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPlanFile
                SET PlanIdx TO PlanTableCount
                SET PlanIdx UP BY 1
                SET PlanTableCount TO PlanIdx
                MOVE PLN-StudentId  TO PL-StudentId-Tbl(PlanIdx)
                MOVE PLN-CourseCode TO PL-CourseCode-Tbl(PlanIdx)
                MOVE PLN-Seq        TO PL-Seq-Tbl(PlanIdx)
                MOVE PLN-Due-Date   TO PL-DueDate-Tbl(PlanIdx)
                MOVE PLN-Amount     TO PL-Amount-Tbl(PlanIdx)
                MOVE PLN-Status     TO PL-Status-Tbl(PlanIdx)
                READ PlanFile
                    AT END SET EndOfPlanFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Plan-Status NOT = "35"
                CLOSE PlanFile
            END-IF.

       StorePlanTable.
            IF PlanFileOnHand
                OPEN OUTPUT PlanFile
                PERFORM VARYING PlanIdx FROM 1 BY 1
                        UNTIL PlanIdx > PlanTableCount
                    MOVE PL-StudentId-Tbl(PlanIdx)  TO PLN-StudentId
                    MOVE PL-CourseCode-Tbl(PlanIdx)
                        TO PLN-CourseCode
                    MOVE PL-Seq-Tbl(PlanIdx)        TO PLN-Seq
                    MOVE PL-DueDate-Tbl(PlanIdx)    TO PLN-Due-Date
                    MOVE PL-Amount-Tbl(PlanIdx)     TO PLN-Amount
                    MOVE PL-Status-Tbl(PlanIdx)     TO PLN-Status
                    WRITE PaymentPlanRecord
                END-PERFORM
                CLOSE PlanFile
            END-IF.

      * Every return lands on both the run's own report and the
      * consolidated file ExceptionResolve works from.
       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            MOVE "DDRETURNS"     TO EXC-Program
            MOVE Except-StudentID TO EXC-Key
            MOVE Except-Detail   TO EXC-Reason
            MOVE Except-Date     TO EXC-Date
            MOVE Except-Time     TO EXC-Time
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord.

      * A suspension never touches the master record, so the images
      * stay blank and a backout run leaves the line alone.
       WriteAuditRecord.
            MOVE "DDRETURNS "       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE WS-StudentId-Num   TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       DisplayRunTotals.
            MOVE WS-Total-Returned TO WS-Total-Returned-Edit
            DISPLAY "DDReturns - Control Report"
            DISPLAY "Business date        : " WS-Business-Date
            DISPLAY "Returns read         : " WS-Returns-Read
            DISPLAY "Installments reopened: " WS-Installs-Reopened
            DISPLAY "Mandates suspended   : " WS-Mandates-Suspended
            DISPLAY "Returns rejected     : " WS-Returns-Rejected
            DISPLAY "Amount returned      : " WS-Total-Returned-Edit
            IF NOT BankTrailerSeen
                DISPLAY "*** NO BANK TRAILER ON DDRETURN.DAT"
            END-IF.

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

      * No SIGNON.DAT (a "35" status) means no operator session left
      * an id behind - the run is audited as BATCH.
       GetOperatorId.
            MOVE "BATCH" TO WS-Operator-Id
            OPEN INPUT SignonFile
            IF WS-Signon-Status = "00"
                READ SignonFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE SGN-Operator-Id TO WS-Operator-Id
                END-READ
                CLOSE SignonFile
            END-IF.

       END PROGRAM DDReturns.
