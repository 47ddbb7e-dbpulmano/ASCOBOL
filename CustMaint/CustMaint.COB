                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

           SELECT PostalCodeFile ASSIGN "POSTCODE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Postal-Status.

      * A credit limit raised past the APPRLIM.DAT threshold parks
      * on PENDAPPR.DAT for a second operator instead of applying,
      * and is applied here on the first run after it is approved.
           SELECT ApprovalLimitFile ASSIGN "APPRLIM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ApprLim-Status.

           SELECT PendingFile ASSIGN "PENDAPPR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Pending-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
           COPY CUSTMAST.

      * The postal code reference an address is held to.
       FD  PostalCodeFile.
           COPY POSTCODE.

       FD  AuditFile.
           COPY AUDITREC.

       FD  ApprovalLimitFile.
           COPY APPRLIM.

       FD  PendingFile.
           COPY PENDAPPR.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
           02 PostalCode-U         PIC X(8).
           02 Phone-U              PIC X(12).
           02 Contact-U            PIC X(20).
      * D invoices on proof of delivery, N at period close - blank
      * on an add is N, and on a change leaves the terms alone.
           02 InvoiceTerms-U       PIC X.
               88 InvoiceTermsKeyed        VALUE "D" "N".

       FD  ExceptionFile.
       01  ExceptRecord.
           02 WS-Customers-Changed PIC 9(5)    VALUE ZERO.
           02 WS-Customers-Deleted PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Parked      PIC 9(5)    VALUE ZERO.
           02 WS-Approved-Applied  PIC 9(5)    VALUE ZERO.
           02 WS-Approved-Failed   PIC 9(5)    VALUE ZERO.

      * The approval threshold for limit raises, and the parked
      * items PENDAPPR.DAT holds for every program - the whole file
      * rides here and is written back at the end of the run.
       01  WS-ApprLim-Status       PIC XX      VALUE SPACES.
       01  WS-ApprLim-EOF-Switch   PIC X       VALUE "N".
           88 EndOfApprLimFile                 VALUE "Y".
       01  WS-Approval-Switch      PIC X       VALUE "N".
           88 ApprovalRequired                 VALUE "Y".
       01  WS-Approval-Threshold   PIC 9(7)V999 VALUE ZERO.
       01  WS-Pending-Status       PIC XX      VALUE SPACES.
       01  WS-Pending-EOF-Switch   PIC X       VALUE "N".
           88 EndOfPendingFile                 VALUE "Y".
       01  PendTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  PendTable.
           02 PendEntry            OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON PendTableCount
                                    INDEXED BY PendIdx.
               03 PD-Image-Tbl     PIC X(207).
       01  WS-Next-Pend-Number     PIC 9(6)    VALUE 1.
      * Who keyed the transaction being applied and, for an
      * approved item, who approved it - both go on the audit line.
       01  WS-Keyer-Id             PIC X(8)    VALUE SPACES.
       01  WS-Approver-Id          PIC X(8)    VALUE SPACES.
       01  WS-Applying-Switch      PIC X       VALUE "N".
           88 ApplyingApprovedItem             VALUE "Y".
       01  WS-Park-Switch          PIC X       VALUE "N".
           88 ParkTransaction                  VALUE "Y".
       01  WS-Rejected-Before      PIC 9(5)    VALUE ZERO.
       01  WS-Today-Date           PIC 9(8)    VALUE ZERO.
       01  WS-Parked-Line.
           02 FILLER               PIC X(29)   VALUE
              "PARKED FOR APPROVAL - ITEM  ".
           02 PKL-Number           PIC 9(6).
           02 FILLER               PIC X(5)    VALUE SPACES.

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

      * POSTCODE.DAT rides in this table for the run. PC-Length-Tbl
      * is how many characters of the prefix were keyed, so a
      * PostalCode matches on the longest prefix it starts with.
       01  WS-Postal-Status        PIC XX      VALUE SPACES.
       01  WS-Postal-EOF-Switch    PIC X       VALUE "N".
           88 EndOfPostalFile                  VALUE "Y".
       01  PostalTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  PostalTable.
           02 PostalEntry          OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON PostalTableCount
                                    INDEXED BY PostalIdx.
               03 PC-Prefix-Tbl    PIC X(4).
               03 PC-City-Tbl      PIC X(15).
               03 PC-CityCode-Tbl  PIC 9.
               03 PC-Length-Tbl    PIC 9.
       01  WS-Postal-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Prefix-Length        PIC 9(4)    COMP VALUE ZERO.
       01  WS-Best-Length          PIC 9       VALUE ZERO.

      * The address being checked - a WS-Check-CityCode of space
      * means the record carries no CityCode to hold to the prefix.
       01  WS-Addr-Check.
           02 WS-Check-PostalCode  PIC X(8)    VALUE SPACES.
           02 WS-Check-City        PIC X(15)   VALUE SPACES.
           02 WS-Check-CityCode    PIC X       VALUE SPACE.
       01  WS-Addr-Result-Switch   PIC X       VALUE "Y".
           88 AddressAgrees                    VALUE "Y".
           88 PostalCodeUnknown                VALUE "U".
           88 CityDisagrees                    VALUE "C".
           88 CityCodeDisagrees                VALUE "K".

      * The keyed limit re-viewed with its implied decimal point.
       01  WS-Limit-X              PIC X(7)    VALUE SPACES.
       01  WS-Limit-Num REDEFINES WS-Limit-X
      * keyed transactions against an indexed file, read by key,
      * rewritten in place, with duplicate and unknown-id rejects
      * to an exception report and audit lines for every action.
            ACCEPT WS-Today-Date FROM DATE YYYYMMDD
            PERFORM GetOperatorId
            PERFORM LoadPostalTable
            PERFORM LoadApprovalLimit
            PERFORM LoadPendingTable

            OPEN I-O CustomerFile
            IF WS-Customer-Status = "35"
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            PERFORM ApplyApprovedItems
            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ
            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile
            PERFORM StorePendingTable

            PERFORM DisplayRunTotals
            STOP RUN.

       ApplyCustTrans.
            MOVE WS-Operator-Id TO WS-Keyer-Id
            MOVE SPACES TO WS-Approver-Id
            PERFORM CheckCustTrans
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

       CheckCustTrans.
            EVALUATE TRUE
                WHEN Cus-Id-U NOT NUMERIC
                    MOVE Cus-Id-U TO Except-CusId
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE.

      * A customer carries no CityCode, so only the postal code and
      * city are held to POSTCODE.DAT.
       ApplyAddCustomer.
            PERFORM ScanCustomerName
            MOVE PostalCode-U TO WS-Check-PostalCode
            MOVE City-U       TO WS-Check-City
            MOVE SPACE        TO WS-Check-CityCode
            PERFORM CheckPostalAddress
            MOVE ZERO TO CM-Credit-Limit
            PERFORM CheckLimitRaise
            EVALUATE TRUE
                WHEN Cus-Name-U = SPACES
                    MOVE Cus-Id-U TO Except-CusId
                         Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT AddressAgrees
                    MOVE Cus-Id-U TO Except-CusId
                    PERFORM SetAddressRejectDetail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN InvoiceTerms-U NOT = SPACE
                     AND NOT InvoiceTermsKeyed
                    MOVE Cus-Id-U TO Except-CusId
                    MOVE "INVOICE TERMS NOT D OR N" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN ParkTransaction
                    PERFORM ParkForApproval
                WHEN OTHER
                    MOVE SPACES TO CustomerMasterRecord
                    MOVE Cus-Id-U   TO CM-Cus-Id
                    MOVE PostalCode-U TO CM-PostalCode
                    MOVE Phone-U      TO CM-Phone
                    MOVE Contact-U    TO CM-Contact
                    IF InvoiceTermsKeyed
                        MOVE InvoiceTerms-U TO CM-Invoice-Terms
                    ELSE
                        SET InvoiceAtPeriodClose TO TRUE
                    END-IF
                    WRITE CustomerMasterRecord
                        INVALID KEY
                            MOVE Cus-Id-U TO Except-CusId
                MOVE "NAME HAS INVALID CHARACTERS" TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
            IF InvoiceTerms-U NOT = SPACE AND NOT InvoiceTermsKeyed
                MOVE Cus-Id-U TO Except-CusId
                MOVE "INVOICE TERMS NOT D OR N" TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                MOVE Cus-Id-U TO CM-Cus-Id
                READ CustomerFile
                        PERFORM WriteExceptionRecord
                        ADD 1 TO WS-Trans-Rejected
                    NOT INVALID KEY
                        PERFORM CheckChangedAddress
                        PERFORM CheckLimitRaise
                        IF AddressAgrees
                            IF ParkTransaction
                                PERFORM ParkForApproval
                            ELSE
                                PERFORM RewriteOneCustomer
                            END-IF
                        ELSE
                            MOVE Cus-Id-U TO Except-CusId
                            PERFORM SetAddressRejectDetail
                            PERFORM WriteExceptionRecord
                            ADD 1 TO WS-Trans-Rejected
                        END-IF
                END-READ
            END-IF
            END-IF
            END-IF.

      * Only a change that keys the city or postal code is checked,
      * and then as the address will stand - a blank field is the
      * one already on the master.
       CheckChangedAddress.
            SET AddressAgrees TO TRUE
            IF City-U NOT = SPACES OR PostalCode-U NOT = SPACES
                MOVE CM-PostalCode TO WS-Check-PostalCode
                IF PostalCode-U NOT = SPACES
                    MOVE PostalCode-U TO WS-Check-PostalCode
                END-IF
                MOVE CM-City TO WS-Check-City
                IF City-U NOT = SPACES
                    MOVE City-U TO WS-Check-City
                END-IF
                MOVE SPACE TO WS-Check-CityCode
                PERFORM CheckPostalAddress
            END-IF.

       RewriteOneCustomer.
            IF Contact-U NOT = SPACES
                MOVE Contact-U TO CM-Contact
            END-IF
            IF InvoiceTermsKeyed
                MOVE InvoiceTerms-U TO CM-Invoice-Terms
            END-IF
            REWRITE CustomerMasterRecord
            MOVE "CHANGE" TO AUD-Action-Tmp
            PERFORM WriteAuditRecord
                END-IF
            END-PERFORM.

      * No POSTCODE.DAT (a "35" status) means the reference has not
      * been keyed yet - addresses go through unchecked rather than
      * every one of them being refused.
       LoadPostalTable.
            OPEN INPUT PostalCodeFile
            IF WS-Postal-Status NOT = "00"
                SET EndOfPostalFile TO TRUE
            ELSE
                READ PostalCodeFile
                    AT END SET EndOfPostalFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPostalFile
                MOVE ZERO TO WS-Prefix-Length
                INSPECT PCR-Prefix TALLYING WS-Prefix-Length
                    FOR CHARACTERS BEFORE INITIAL SPACE
                IF WS-Prefix-Length > ZERO
                    SET PostalIdx TO PostalTableCount
                    SET PostalIdx UP BY 1
                    SET PostalTableCount TO PostalIdx
                    MOVE PCR-Prefix   TO PC-Prefix-Tbl(PostalIdx)
                    MOVE PCR-City     TO PC-City-Tbl(PostalIdx)
                    MOVE PCR-CityCode TO PC-CityCode-Tbl(PostalIdx)
                    MOVE WS-Prefix-Length TO PC-Length-Tbl(PostalIdx)
                END-IF
                READ PostalCodeFile
                    AT END SET EndOfPostalFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Postal-Status NOT = "35"
                CLOSE PostalCodeFile
            END-IF.

      * Matches the PostalCode on the longest prefix it starts with,
      * then holds the city - and the CityCode, where one is being
      * checked - to what that prefix delivers to. A blank
      * PostalCode, or no reference at all, has nothing to disagree
      * with. WS-Postal-Sub is left on the matching row.
       CheckPostalAddress.
            SET AddressAgrees TO TRUE
            MOVE ZERO TO WS-Postal-Sub
            MOVE ZERO TO WS-Best-Length
            IF PostalTableCount > ZERO
               AND WS-Check-PostalCode NOT = SPACES
                PERFORM VARYING PostalIdx FROM 1 BY 1
                        UNTIL PostalIdx > PostalTableCount
                    MOVE PC-Length-Tbl(PostalIdx) TO WS-Prefix-Length
                    IF WS-Prefix-Length > WS-Best-Length
                       AND WS-Check-PostalCode(1:WS-Prefix-Length) =
                           PC-Prefix-Tbl(PostalIdx)(1:WS-Prefix-Length)
                        MOVE WS-Prefix-Length TO WS-Best-Length
                        SET WS-Postal-Sub TO PostalIdx
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN WS-Postal-Sub = ZERO
                        SET PostalCodeUnknown TO TRUE
                    WHEN WS-Check-City NOT =
                         PC-City-Tbl(WS-Postal-Sub)
                        SET CityDisagrees TO TRUE
                    WHEN WS-Check-CityCode NOT = SPACE
                     AND WS-Check-CityCode NOT =
                         PC-CityCode-Tbl(WS-Postal-Sub)
                        SET CityCodeDisagrees TO TRUE
                END-EVALUATE
            END-IF.

       SetAddressRejectDetail.
            EVALUATE TRUE
                WHEN PostalCodeUnknown
                    MOVE "POSTAL CODE NOT ON POSTCODE.DAT"
                        TO Except-Detail
                WHEN CityDisagrees
                    MOVE "CITY DOES NOT MATCH POSTAL CODE"
                        TO Except-Detail
                WHEN CityCodeDisagrees
                    MOVE "CITYCODE DOES NOT MATCH POSTAL CODE"
                        TO Except-Detail
            END-EVALUATE.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
      * student record is touched.
       WriteAuditRecord.
            MOVE "CUSTMAINT"        TO AUD-Program
            MOVE WS-Keyer-Id        TO AUD-Operator
            MOVE Cus-Id-U           TO AUD-StudentId
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE WS-Approver-Id     TO AUD-Approved-By
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.
            DISPLAY "Customers added     : " WS-Customers-Added
            DISPLAY "Customers changed   : " WS-Customers-Changed
            DISPLAY "Customers deleted   : " WS-Customers-Deleted
            DISPLAY "Transactions rejected: " WS-Trans-Rejected
            DISPLAY "Parked for approval : " WS-Trans-Parked
            DISPLAY "Approved applied    : " WS-Approved-Applied
            DISPLAY "Approved failed     : " WS-Approved-Failed.


      * No SIGNON.DAT (a "35" status) means no operator session left
                CLOSE SignonFile
            END-IF.

      * A keyed limit above the one on the master (zero for a new
      * customer) by more than the threshold waits for approval -
      * a lowered limit, or an approved item being applied, does
      * not. CM-Credit-Limit is the limit as it stands.
       CheckLimitRaise.
            MOVE "N" TO WS-Park-Switch
            IF ApprovalRequired
               AND NOT ApplyingApprovedItem
               AND CreditLimit-U NUMERIC
                MOVE CreditLimit-U TO WS-Limit-X
                IF WS-Limit-Num > CM-Credit-Limit
                   AND WS-Limit-Num - CM-Credit-Limit >
                       WS-Approval-Threshold
                    SET ParkTransaction TO TRUE
                END-IF
            END-IF.

      * The transaction is held exactly as keyed, with the limit it
      * would set, and listed on the exception report so the
      * operator can see it did not apply tonight.
       ParkForApproval.
            MOVE SPACES TO PendingApprovalRecord
            MOVE WS-Next-Pend-Number TO PND-Number
            MOVE "CUSTMAINT"         TO PND-Program
            MOVE Cus-Id-U            TO PND-Key
            MOVE WS-Limit-Num        TO PND-Value
            MOVE WS-Operator-Id      TO PND-Keyed-By
            MOVE WS-Today-Date       TO PND-Keyed-Date
            SET ApprovalPending TO TRUE
            MOVE SPACES              TO PND-Decided-By
            MOVE ZERO                TO PND-Decided-Date
            MOVE ZERO                TO PND-Applied-Date
            MOVE TransRecord         TO PND-Trans-Image
            SET PendIdx TO PendTableCount
            SET PendIdx UP BY 1
            SET PendTableCount TO PendIdx
            MOVE PendingApprovalRecord TO PD-Image-Tbl(PendIdx)
            MOVE WS-Next-Pend-Number TO PKL-Number
            ADD 1 TO WS-Next-Pend-Number
            MOVE Cus-Id-U TO Except-CusId
            MOVE WS-Parked-Line TO Except-Detail
            PERFORM WriteExceptionRecord
            MOVE "LIMIT PARKED" TO AUD-Action-Tmp
            PERFORM WriteAuditRecord
            ADD 1 TO WS-Trans-Parked.

      * Approved items keyed on an earlier run apply first, under
      * the same edits as tonight's transactions - a customer since
      * deleted fails the item rather than being re-created.
       ApplyApprovedItems.
            PERFORM VARYING PendIdx FROM 1 BY 1
                    UNTIL PendIdx > PendTableCount
                MOVE PD-Image-Tbl(PendIdx) TO PendingApprovalRecord
                IF PND-Program = "CUSTMAINT" AND ApprovalGranted
                    PERFORM ApplyOneApprovedItem
                END-IF
            END-PERFORM.

       ApplyOneApprovedItem.
            MOVE PND-Trans-Image TO TransRecord
            MOVE PND-Keyed-By    TO WS-Keyer-Id
            MOVE PND-Decided-By  TO WS-Approver-Id
            MOVE WS-Trans-Rejected TO WS-Rejected-Before
            SET ApplyingApprovedItem TO TRUE
            PERFORM CheckCustTrans
            MOVE "N" TO WS-Applying-Switch
            MOVE PD-Image-Tbl(PendIdx) TO PendingApprovalRecord
            IF WS-Trans-Rejected > WS-Rejected-Before
                SET ApprovalFailed TO TRUE
                ADD 1 TO WS-Approved-Failed
            ELSE
                SET ApprovalApplied TO TRUE
                ADD 1 TO WS-Approved-Applied
            END-IF
            MOVE WS-Today-Date TO PND-Applied-Date
            MOVE PendingApprovalRecord TO PD-Image-Tbl(PendIdx).

      * No APPRLIM.DAT, or no CUSTMAINT record on it, means limit
      * changes need no second operator and apply as keyed.
       LoadApprovalLimit.
            MOVE "N" TO WS-Approval-Switch
            OPEN INPUT ApprovalLimitFile
            IF WS-ApprLim-Status NOT = "00"
                SET EndOfApprLimFile TO TRUE
            ELSE
                READ ApprovalLimitFile
                    AT END SET EndOfApprLimFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfApprLimFile
                IF APL-Program = "CUSTMAINT"
                   AND APL-Threshold NUMERIC
                    SET ApprovalRequired TO TRUE
                    MOVE APL-Threshold TO WS-Approval-Threshold
                END-IF
                READ ApprovalLimitFile
                    AT END SET EndOfApprLimFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-ApprLim-Status NOT = "35"
                CLOSE ApprovalLimitFile
            END-IF.

      * No PENDAPPR.DAT yet (a "35" status) means nothing has ever
      * parked - item numbers start at one.
       LoadPendingTable.
            OPEN INPUT PendingFile
            IF WS-Pending-Status NOT = "00"
                SET EndOfPendingFile TO TRUE
            ELSE
                READ PendingFile
                    AT END SET EndOfPendingFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPendingFile
                SET PendIdx TO PendTableCount
                SET PendIdx UP BY 1
                SET PendTableCount TO PendIdx
                MOVE PendingApprovalRecord TO PD-Image-Tbl(PendIdx)
                IF PND-Number NUMERIC
                   AND PND-Number NOT < WS-Next-Pend-Number
                    COMPUTE WS-Next-Pend-Number = PND-Number + 1
                END-IF
                READ PendingFile
                    AT END SET EndOfPendingFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Pending-Status NOT = "35"
                CLOSE PendingFile
            END-IF.

       StorePendingTable.
            OPEN OUTPUT PendingFile
            PERFORM VARYING PendIdx FROM 1 BY 1
                    UNTIL PendIdx > PendTableCount
                MOVE PD-Image-Tbl(PendIdx) TO PendingApprovalRecord
                WRITE PendingApprovalRecord
            END-PERFORM
            CLOSE PendingFile.

       END PROGRAM CustMaint.
