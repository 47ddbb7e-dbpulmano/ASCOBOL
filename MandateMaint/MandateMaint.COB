      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MandateMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MandateFile ASSIGN "MANDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Mandate-Status.

      * Read by key - a mandate is only taken from a student on file.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES
                  FILE STATUS IS WS-Student-Status.

      * Read only - a mandate with an installment still out at the
      * bank cannot be deleted until the collection clears.
           SELECT PlanFile ASSIGN "PAYPLAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Plan-Status.

           SELECT TransFile ASSIGN "TRANSDDM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "MANDEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MandateFile.
           COPY MANDATE.

       FD  StudentFile.
           COPY STUDMAS.

       FD  PlanFile.
           COPY PAYPLAN.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * One transaction per mandate - A takes a new mandate, C
      * changes it, D deletes it. A change carries only the fields
      * keyed; keying status A on a suspended mandate reinstates it
      * and keying new bank details starts the failure count again.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-M          PIC X.
               88 AddTrans                 VALUE "A".
               88 ChangeTrans              VALUE "C".
               88 DeleteTrans              VALUE "D".
           02 StudentId-M          PIC X(7).
           02 SortCode-M           PIC X(6).
           02 AccountNo-M          PIC X(8).
           02 Reference-M          PIC X(18).
           02 Status-M             PIC X.

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-StudentID     PIC X(7).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Mandate-Status       PIC XX      VALUE SPACES.
       01  WS-Student-Status       PIC XX      VALUE SPACES.
       01  WS-Plan-Status          PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Mandate-EOF-Switch   PIC X       VALUE "N".
           88 EndOfMandateFile                 VALUE "Y".
       01  WS-Plan-EOF-Switch      PIC X       VALUE "N".
           88 EndOfPlanFile                    VALUE "Y".

       01  WS-Student-File-Sw      PIC X       VALUE "N".
           88 StudentFileOnHand                VALUE "Y".
       01  WS-Student-Found-Sw     PIC X       VALUE "N".
           88 MandateStudentOnFile             VALUE "Y".

      * The mandates ride in this table for the run - adds append,
      * changes update in place, a delete zeroes the student so the
      * store leaves the row out.
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
               03 MD-Fails-Tbl     PIC 9.
               03 MD-Fail-Date-Tbl PIC 9(8).
               03 MD-SetUp-Tbl     PIC 9(8).

      * The students with an installment at the bank right now.
       01  InFlightTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  InFlightTable.
           02 InFlightEntry        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON InFlightTableCount
                                    INDEXED BY InFlightIdx.
               03 IF-StudentId-Tbl PIC 9(7).

       01  WS-Mandate-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-InFlight-Sub         PIC 9(4)    COMP VALUE ZERO.
       01  WS-StudentId-Num        PIC 9(7)    VALUE ZERO.
       01  WS-Today                PIC 9(8)    VALUE ZERO.

       01  WS-Status-Check         PIC X       VALUE SPACE.
           88 KeyedStatusValid                 VALUES "A" "S" "C".

       01  WS-Run-Totals.
           02 WS-Mandates-Added    PIC 9(5)    VALUE ZERO.
           02 WS-Mandates-Changed  PIC 9(5)    VALUE ZERO.
           02 WS-Mandates-Deleted  PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The direct-debit mandates students sign so their plan
      * installments are drawn from the bank on the due date
      * instead of chased - the account to draw on, the mandate
      * reference the bank knows, and whether the authority stands,
      * kept with the same edit, reject and audit discipline as the
      * rest of the billing reference.
            PERFORM GetOperatorId
            ACCEPT WS-Today FROM DATE YYYYMMDD
            PERFORM LoadMandateTable
            PERFORM LoadInFlightTable

            OPEN INPUT StudentFile
            IF WS-Student-Status = "00"
                SET StudentFileOnHand TO TRUE
            END-IF
            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ApplyMandateTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile
            IF StudentFileOnHand
                CLOSE StudentFile
            END-IF

            PERFORM StoreMandateTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplyMandateTrans.
            MOVE StudentId-M TO Except-StudentID
            EVALUATE TRUE
                WHEN StudentId-M NOT NUMERIC
                  OR StudentId-M = ZERO
                    MOVE "STUDENTID NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN AddTrans
                    PERFORM LocateMandateEntry
                    PERFORM ApplyAddMandate
                WHEN ChangeTrans
                    PERFORM LocateMandateEntry
                    PERFORM ApplyChangeMandate
                WHEN DeleteTrans
                    PERFORM LocateMandateEntry
                    PERFORM ApplyDeleteMandate
                WHEN OTHER
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * A student holds one mandate at a time - a new bank account
      * is a change of the mandate, not a second one.
       ApplyAddMandate.
            PERFORM CheckMandateStudent
            EVALUATE TRUE
                WHEN WS-Mandate-Sub > ZERO
                    MOVE "DUPLICATE MANDATE ON ADD" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT MandateStudentOnFile
                    MOVE "STUDENT DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN SortCode-M NOT NUMERIC
                  OR AccountNo-M NOT NUMERIC
                  OR AccountNo-M = ZERO
                    MOVE "SORT CODE OR ACCOUNT NOT NUMERIC"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Reference-M = SPACES
                    MOVE "MANDATE REFERENCE MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    SET MandateIdx TO MandateTableCount
                    SET MandateIdx UP BY 1
                    SET MandateTableCount TO MandateIdx
                    MOVE StudentId-M TO MD-StudentId-Tbl(MandateIdx)
                    MOVE SortCode-M  TO MD-Sort-Tbl(MandateIdx)
                    MOVE AccountNo-M TO MD-Account-Tbl(MandateIdx)
                    MOVE Reference-M TO MD-Reference-Tbl(MandateIdx)
                    MOVE "A"         TO MD-Status-Tbl(MandateIdx)
                    MOVE ZERO        TO MD-Fails-Tbl(MandateIdx)
                    MOVE ZERO        TO MD-Fail-Date-Tbl(MandateIdx)
                    MOVE WS-Today    TO MD-SetUp-Tbl(MandateIdx)
                    MOVE "ADD MANDATE" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Mandates-Added
            END-EVALUATE.

       ApplyChangeMandate.
            MOVE Status-M TO WS-Status-Check
            EVALUATE TRUE
                WHEN WS-Mandate-Sub = ZERO
                    MOVE "MANDATE DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN SortCode-M NOT = SPACES
                     AND SortCode-M NOT NUMERIC
                    MOVE "SORT CODE NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN AccountNo-M NOT = SPACES
                     AND (AccountNo-M NOT NUMERIC
                          OR AccountNo-M = ZERO)
                    MOVE "ACCOUNT NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Status-M NOT = SPACE
                     AND NOT KeyedStatusValid
                    MOVE "STATUS NOT A, S OR C" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    PERFORM ChangeOneMandate
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Mandates-Changed
            END-EVALUATE.

      * The audit action names the strongest thing the change did -
      * a reinstatement over a bank-detail change over the rest.
       ChangeOneMandate.
            MOVE "CHANGE MANDATE" TO AUD-Action-Tmp
            IF SortCode-M NOT = SPACES
                MOVE SortCode-M TO MD-Sort-Tbl(WS-Mandate-Sub)
                MOVE ZERO TO MD-Fails-Tbl(WS-Mandate-Sub)
                MOVE "CHANGE BANK" TO AUD-Action-Tmp
            END-IF
            IF AccountNo-M NOT = SPACES
                MOVE AccountNo-M TO MD-Account-Tbl(WS-Mandate-Sub)
                MOVE ZERO TO MD-Fails-Tbl(WS-Mandate-Sub)
                MOVE "CHANGE BANK" TO AUD-Action-Tmp
            END-IF
            IF Reference-M NOT = SPACES
                MOVE Reference-M TO MD-Reference-Tbl(WS-Mandate-Sub)
            END-IF
            IF Status-M NOT = SPACE
                IF Status-M = "A"
                   AND MD-Status-Tbl(WS-Mandate-Sub) NOT = "A"
                    MOVE ZERO TO MD-Fails-Tbl(WS-Mandate-Sub)
                    MOVE "REINSTATE MAND" TO AUD-Action-Tmp
                END-IF
                MOVE Status-M TO MD-Status-Tbl(WS-Mandate-Sub)
            END-IF.

       ApplyDeleteMandate.
            PERFORM LocateInFlightEntry
            EVALUATE TRUE
                WHEN WS-Mandate-Sub = ZERO
                    MOVE "MANDATE DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-InFlight-Sub > ZERO
                    MOVE "COLLECTION STILL AT THE BANK"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE ZERO TO MD-StudentId-Tbl(WS-Mandate-Sub)
                    MOVE "DELETE MANDATE" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Mandates-Deleted
            END-EVALUATE.

       LocateMandateEntry.
            MOVE ZERO TO WS-Mandate-Sub
            MOVE StudentId-M TO WS-StudentId-Num
            IF MandateTableCount > ZERO
                SET MandateIdx TO 1
                SEARCH MandateEntry
                   AT END MOVE ZERO TO WS-Mandate-Sub
                   WHEN MD-StudentId-Tbl(MandateIdx) = WS-StudentId-Num
                        SET WS-Mandate-Sub TO MandateIdx
                END-SEARCH
            END-IF.

       LocateInFlightEntry.
            MOVE ZERO TO WS-InFlight-Sub
            IF InFlightTableCount > ZERO
                SET InFlightIdx TO 1
                SEARCH InFlightEntry
                   AT END MOVE ZERO TO WS-InFlight-Sub
                   WHEN IF-StudentId-Tbl(InFlightIdx) = WS-StudentId-Num
                        SET WS-InFlight-Sub TO InFlightIdx
                END-SEARCH
            END-IF.

      * No STUDMAS.DAT at all leaves nobody to take a mandate from.
       CheckMandateStudent.
            MOVE "N" TO WS-Student-Found-Sw
            IF StudentFileOnHand
                MOVE StudentId-M TO StudentId
                READ StudentFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET MandateStudentOnFile TO TRUE
                END-READ
            END-IF.

      * No MANDATE.DAT yet (a "35" status) just means the file is
      * being started tonight - an empty table, not an error.
       LoadMandateTable.
            OPEN INPUT MandateFile
            IF WS-Mandate-Status NOT = "00"
                SET EndOfMandateFile TO TRUE
            ELSE
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

      * No PAYPLAN.DAT (a "35" status) - nothing is at the bank.
       LoadInFlightTable.
            OPEN INPUT PlanFile
            IF WS-Plan-Status NOT = "00"
                SET EndOfPlanFile TO TRUE
            ELSE
                READ PlanFile
                    AT END SET EndOfPlanFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPlanFile
                IF InstallmentInCollection
                    SET InFlightIdx TO InFlightTableCount
                    SET InFlightIdx UP BY 1
                    SET InFlightTableCount TO InFlightIdx
                    MOVE PLN-StudentId TO IF-StudentId-Tbl(InFlightIdx)
                END-IF
                READ PlanFile
                    AT END SET EndOfPlanFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Plan-Status NOT = "35"
                CLOSE PlanFile
            END-IF.

      * Deleted mandates were zeroed in the table and drop out here.
       StoreMandateTable.
            OPEN OUTPUT MandateFile
            PERFORM VARYING MandateIdx FROM 1 BY 1
                    UNTIL MandateIdx > MandateTableCount
                IF MD-StudentId-Tbl(MandateIdx) NOT = ZERO
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
                END-IF
            END-PERFORM
            CLOSE MandateFile.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * A mandate action never touches the master record, so the
      * images stay blank - the action and the student tell the
      * story, and a backout run leaves the line alone.
       WriteAuditRecord.
            MOVE "MANDMAINT "       TO AUD-Program
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
            DISPLAY "MandateMaint - Control Report"
            DISPLAY "Mandates added       : " WS-Mandates-Added
            DISPLAY "Mandates changed     : " WS-Mandates-Changed
            DISPLAY "Mandates deleted     : " WS-Mandates-Deleted
            DISPLAY "Transactions rejected: " WS-Trans-Rejected.


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

       END PROGRAM MandateMaint.
