      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WebOrderImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The web shop's delimited order export - one order line per
      * "D" record, fields separated by commas in the order type,
      * order number, order date, email, phone, name, street, city,
      * postal code, oil, unit size, quantity, line value; and a
      * closing "T" record carrying the shop's own order count and
      * order value.
           SELECT ImportFile ASSIGN "WEBORDERS.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Import-Status.

      * Read from the lowest key for the phone numbers, then by key
      * to confirm each match and pick up the customer's name.
           SELECT CustomerFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-Cus-Id
                  FILE STATUS IS WS-Customer-Status.

           SELECT ContactPrefFile ASSIGN "CONTPREF.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ContPref-Status.

           SELECT ProductFile ASSIGN "PRODMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Clean lines join the held orders the operator released and
      * take the same validation and pricing path into the extract.
           SELECT ReleasedFile ASSIGN "RELSALES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Released-Status.

      * Every line ever accepted, by web order number - the
      * duplicate check reads it back before the export is edited.
           SELECT WebOrderFile ASSIGN "WEBORDER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WebOrder-Status.

      * Lines waiting for CustMaint to add the customer they were
      * queued under - rewritten whole each run.
           SELECT WebHoldFile ASSIGN "WEBHOLD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WebHold-Status.

      * A web customer we have never seen is queued as an add on
      * CustMaint's own transaction file.
           SELECT TransCusFile ASSIGN "TRANSCUS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TransCus-Status.

           SELECT RegisterFile ASSIGN "WEBIMP.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EditReportFile ASSIGN "WEBEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Except-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ImportFile.
       01  ImportRecord             PIC X(200).

       FD  CustomerFile.
           COPY CUSTMAST.

       FD  ContactPrefFile.
           COPY CONTPREF.

       FD  ProductFile.
           COPY PRODMAST.

      * The web order number rides after the salesperson - the
      * other writers' shorter lines read in with it as spaces.
       FD  ReleasedFile.
       01  ReleasedRecord.
           02 RL-Cus-Id     PIC 9(5).
           02 RL-Cus-Name   PIC X(20).
           02 RL-Oil-Id     PIC X.
           02 RL-Unit-Size  PIC 9.
           02 RL-Units-Sold PIC S9(3).
           02 RL-SalesPerson PIC X(3).
           02 RL-Web-Order  PIC X(10).

       FD  WebOrderFile.
           COPY WEBORDER.

       FD  WebHoldFile.
       01  HeldWebRecord            PIC X(132).

      * CustMaint's add transaction, field for field.
       FD  TransCusFile.
       01  TransCusRecord.
           02 TC-TransCode          PIC X.
           02 TC-Cus-Id             PIC X(5).
           02 TC-Cus-Name           PIC X(20).
           02 TC-CreditLimit        PIC X(7).
           02 TC-Street             PIC X(20).
           02 TC-City               PIC X(15).
           02 TC-PostalCode         PIC X(8).
           02 TC-Phone              PIC X(12).
           02 TC-Contact            PIC X(20).
           02 TC-InvoiceTerms       PIC X.

       FD  RegisterFile.
       01  ShowRegister             PIC X(80).

       FD  EditReportFile.
       01  EditReportRecord.
           02 ER-Line-Image        PIC X(100).
           02 FILLER               PIC X       VALUE SPACE.
           02 ER-Reason            PIC X(30).

       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
       01  WS-Import-Status        PIC XX      VALUE SPACES.
       01  WS-Except-Status        PIC XX      VALUE SPACES.
       01  WS-Except-EOF-Switch    PIC X       VALUE "N".
           88 EndOfExceptFile                  VALUE "Y".
       01  WS-Except-Open-Switch   PIC X       VALUE "N".
           88 ExceptionAlreadyOpen             VALUE "Y".
       01  WS-Held-Match-Switch    PIC X       VALUE "N".
           88 HeldCustomerMatches              VALUE "Y".
       01  WS-Master-Phone-Key     PIC X(15)   VALUE SPACES.
       01  WS-Exc-Key-Wanted       PIC X(10)   VALUE SPACES.
       01  WS-Exc-Reason-Wanted    PIC X(40)   VALUE SPACES.
       01  WS-Customer-Status      PIC XX      VALUE SPACES.
       01  WS-ContPref-Status      PIC XX      VALUE SPACES.
       01  WS-Released-Status      PIC XX      VALUE SPACES.
       01  WS-WebOrder-Status      PIC XX      VALUE SPACES.
       01  WS-WebHold-Status       PIC XX      VALUE SPACES.
       01  WS-TransCus-Status      PIC XX      VALUE SPACES.

       01  WS-Import-EOF-Switch    PIC X       VALUE "N".
           88 EndOfImportFile                  VALUE "Y".
       01  WS-Customer-EOF-Switch  PIC X       VALUE "N".
           88 EndOfCustomerFile                VALUE "Y".
       01  WS-ContPref-EOF-Switch  PIC X       VALUE "N".
           88 EndOfContPrefFile                VALUE "Y".
       01  WS-Product-EOF-Switch   PIC X       VALUE "N".
           88 EndOfProductFile                 VALUE "Y".
       01  WS-WebOrder-EOF-Switch  PIC X       VALUE "N".
           88 EndOfWebOrderFile                VALUE "Y".
       01  WS-WebHold-EOF-Switch   PIC X       VALUE "N".
           88 EndOfWebHoldFile                 VALUE "Y".

      * Web sales carry the web shop's own salesperson code, set up
      * on SLSMAST.DAT like any other so commission can run at nil.
       01  WS-Web-SalesPerson      PIC X(3)    VALUE "WEB".

      * The line pulled apart at its commas - every field treated as
      * characters until the edits below have vouched for it.
       01  WS-Parsed-Fields.
           02 WS-Fld-Type          PIC X(5).
               88 ParsedDetailLine     VALUE "D".
               88 ParsedTrailerLine    VALUE "T".
           02 WS-Fld-Order-No      PIC X(12).
           02 WS-Fld-Order-Date    PIC X(10).
           02 WS-Fld-Email         PIC X(50).
           02 WS-Fld-Phone         PIC X(15).
           02 WS-Fld-Name          PIC X(25).
           02 WS-Fld-Street        PIC X(20).
           02 WS-Fld-City          PIC X(15).
           02 WS-Fld-PostalCode    PIC X(8).
           02 WS-Fld-Oil-Id        PIC X(2).
           02 WS-Fld-Unit-Size     PIC X(2).
           02 WS-Fld-Quantity      PIC X(5)    JUSTIFIED RIGHT.
           02 WS-Fld-Quantity-Num REDEFINES WS-Fld-Quantity
                                   PIC 9(5).
           02 WS-Fld-Value         PIC X(13).
       01  WS-Quantity-Len         PIC 9(2)    COMP VALUE ZERO.

      * The web shop's trailer - its order count and order value.
       01  WS-Trailer-Fields.
           02 WS-Trl-Type          PIC X(5).
           02 WS-Trl-Count         PIC X(7)    JUSTIFIED RIGHT.
           02 WS-Trl-Count-9 REDEFINES WS-Trl-Count
                                   PIC 9(7).
           02 WS-Trl-Value         PIC X(13).
       01  WS-Trl-Count-Len        PIC 9(2)    COMP VALUE ZERO.

      * A money figure as the web shop writes it - pounds, a point
      * and up to two pence digits.
       01  WS-Money-Text           PIC X(13)   VALUE SPACES.
       01  WS-Money-Pounds         PIC X(9)    JUSTIFIED RIGHT.
       01  WS-Money-Pounds-Num REDEFINES WS-Money-Pounds
                                   PIC 9(9).
       01  WS-Money-Pence          PIC X(3)    VALUE SPACES.
       01  WS-Money-Pence-R REDEFINES WS-Money-Pence.
           02 WS-Money-Pence-Num   PIC 9(2).
           02 FILLER               PIC X.
       01  WS-Money-Extra          PIC X(13)   VALUE SPACES.
       01  WS-Pounds-Len           PIC 9(2)    COMP VALUE ZERO.
       01  WS-Pence-Len            PIC 9(2)    COMP VALUE ZERO.
       01  WS-Money-Amount         PIC 9(7)V99 VALUE ZERO.
       01  WS-Money-Valid-Switch   PIC X       VALUE "N".
           88 MoneyTextValid                   VALUE "Y".

      * One byte of the customer name at a time, the same 88-level
      * character rules CustMaint applies before it adds a customer.
       01  WS-Scan-Name            PIC X(20)   VALUE SPACES.
       01  WS-Scan-Chars REDEFINES WS-Scan-Name.
           02 WS-Name-Char         PIC X       OCCURS 20 TIMES
                                    INDEXED BY NameIdx.
       01  WS-Scan-Char            PIC X       VALUE SPACE.
           88 NameDigit    VALUE "0" THRU "9".
           88 NameLowercase VALUE "a" THRU "z".
           88 NameValidChar VALUE "A" THRU "Z", "0" THRU "9".
       01  WS-Name-Bad-Switch      PIC X       VALUE "N".
           88 NameHasBadByte                   VALUE "Y".

       01  WS-Lower-Letters        PIC X(26)   VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  WS-Upper-Letters        PIC X(26)   VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-At-Sign-Count        PIC 9(2)    COMP VALUE ZERO.

       01  WS-Edit-Date.
           02 WS-Edit-YYYY          PIC 9(4).
           02 WS-Edit-MM            PIC 9(2).
           02 WS-Edit-DD            PIC 9(2).
       01  WS-Edit-Date-Num REDEFINES WS-Edit-Date
                                    PIC 9(8).
       01  WS-Date-Valid-Switch     PIC X       VALUE "N".
           88 OrderDateValid                    VALUE "Y".
       01  WS-Days-In-Month         PIC 99      VALUE ZERO.
       01  WS-Leap-Quot             PIC 9(4)    VALUE ZERO.
       01  WS-Leap-Rem              PIC 9(4)    VALUE ZERO.
       01  WS-Today-Date            PIC 9(8)    VALUE ZERO.

      * Match keys - email in capitals, phone as its digits only,
      * so "01632 960 123" and "01632960123" are the same number.
       01  WS-Email-Key            PIC X(40)   VALUE SPACES.
       01  WS-Phone-In             PIC X(15)   VALUE SPACES.
       01  WS-Phone-In-Chars REDEFINES WS-Phone-In.
           02 WS-Phone-In-Char     PIC X       OCCURS 15 TIMES
                                    INDEXED BY PhoneInIdx.
       01  WS-Phone-Key            PIC X(15)   VALUE SPACES.
       01  WS-Phone-Key-Len        PIC 9(2)    COMP VALUE ZERO.

       01  EmailTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  EmailTable.
           02 EmailEntry           OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON EmailTableCount
                                    INDEXED BY EmailIdx.
               03 EM-Email-Tbl     PIC X(40).
               03 EM-Cus-Id-Tbl    PIC 9(5).

       01  PhoneTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  PhoneTable.
           02 PhoneEntry           OCCURS 1 TO 9000 TIMES
                                    DEPENDING ON PhoneTableCount
                                    INDEXED BY PhoneIdx.
               03 PH-Phone-Tbl     PIC X(15).
               03 PH-Cus-Id-Tbl    PIC 9(5).

       01  ProductTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  ProductTable.
           02 ProductEntry         OCCURS 1 TO 100 TIMES
                                    DEPENDING ON ProductTableCount
                                    INDEXED BY ProdIdx.
               03 PR-Id-Tbl        PIC X.
               03 PR-Status-Tbl    PIC X.
               03 PR-EffDate-Tbl   PIC 9(8).
       01  WS-Product-Found-Sw     PIC X       VALUE "N".
           88 ProductIsOnFile                  VALUE "Y".
       01  WS-Prod-Status          PIC X       VALUE SPACE.
           88 WebProductPending                VALUE "P".
           88 WebProductDiscont                VALUE "D".

      * Order number, oil and size of every line already taken -
      * a re-sent export, or a line repeated inside one, is shed.
       01  ImportedTableCount      PIC 9(5)    COMP VALUE ZERO.
       01  ImportedTable.
           02 ImportedEntry        OCCURS 1 TO 50000 TIMES
                                    DEPENDING ON ImportedTableCount
                                    INDEXED BY ImpIdx.
               03 IM-Line-Key-Tbl  PIC X(12).
       01  WS-Line-Key.
           02 WS-Line-Key-Order    PIC X(10).
           02 WS-Line-Key-Oil      PIC X.
           02 WS-Line-Key-Size     PIC X.
       01  WS-Imported-Sw          PIC X       VALUE "N".
           88 LineAlreadyImported              VALUE "Y".
       01  WS-Imported-Full-Sw     PIC X       VALUE "N".
           88 ImportedTableFull                VALUE "Y".

      * WEBHOLD.DAT rides whole - held lines whose customer is now
      * on file go out at the start of the run and drop off.
       01  HeldTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  HeldTable.
           02 HeldEntry            OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON HeldTableCount
                                    INDEXED BY HeldIdx.
               03 HL-Image-Tbl     PIC X(132).
               03 HL-Email-Tbl     PIC X(40).
               03 HL-Phone-Tbl     PIC X(15).
               03 HL-Cus-Id-Tbl    PIC 9(5).
               03 HL-Released-Tbl  PIC X.
                   88 HeldEntryReleased    VALUE "Y".
       01  WS-Held-Sub             PIC 9(4)    COMP VALUE ZERO.

       01  WS-Match-Cus-Id         PIC 9(5)    VALUE ZERO.
       01  WS-Match-Source         PIC X       VALUE SPACE.
           88 MatchedOnMaster                  VALUE "M".
           88 MatchedOnQueue                   VALUE "Q".
       01  WS-Match-Name           PIC X(20)   VALUE SPACES.
       01  WS-On-File-Sw           PIC X       VALUE "N".
           88 MatchedCustomerOnFile            VALUE "Y".
       01  WS-Next-Cus-Id          PIC 9(5)    VALUE 10001.
       01  WS-Cus-Id-X             PIC X(5)    VALUE SPACES.

       01  WS-Prev-Order-No        PIC X(10)   VALUE SPACES.
       01  WS-Web-Count            PIC 9(7)    VALUE ZERO.
       01  WS-Web-Value            PIC 9(9)V99 VALUE ZERO.
       01  WS-Trailer-Sw           PIC X       VALUE "N".
           88 WebTrailerFound                  VALUE "Y".
       01  WS-Trailer-Bad-Sw       PIC X       VALUE "N".
           88 WebTrailerBad                    VALUE "Y".
       01  WS-Trailer-Count        PIC 9(7)    VALUE ZERO.
       01  WS-Trailer-Value        PIC 9(9)V99 VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Lines-Read        PIC 9(5)    VALUE ZERO.
           02 WS-Orders-Read       PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Fed         PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Held        PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-Held-Released     PIC 9(5)    VALUE ZERO.
           02 WS-Held-Id-Taken     PIC 9(5)    VALUE ZERO.
           02 WS-Customers-Queued  PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Read-Amt,
                               MONEY-EDIT  BY WS-Read-Amt-Edit,
                               MONEY-VALUE BY ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Fed-Amt,
                               MONEY-EDIT  BY WS-Fed-Amt-Edit,
                               MONEY-VALUE BY ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Held-Amt,
                               MONEY-EDIT  BY WS-Held-Amt-Edit,
                               MONEY-VALUE BY ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Rejected-Amt,
                               MONEY-EDIT  BY WS-Rejected-Amt-Edit,
                               MONEY-VALUE BY ZERO.
       COPY MONEYED REPLACING MONEY-FIELD BY WS-Released-Amt,
                               MONEY-EDIT  BY WS-Released-Amt-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Register-Title-Line   PIC X(80)   VALUE
           "WEB SHOP ORDER IMPORT REGISTER".

       01  WS-Register-Heading.
           02 FILLER                PIC X(30)   VALUE
              "ORDER NO   DATE     CUST  O S ".
           02 FILLER                PIC X(28)   VALUE
              "QTY        VALUE DISPOSITION".
           02 FILLER                PIC X(22)   VALUE SPACES.

       01  WS-Register-Detail-Line.
           02 RG-Order-No           PIC X(10).
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Order-Date         PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Cus-Id             PIC 9(5).
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Oil-Id             PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Unit-Size          PIC 9.
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Quantity           PIC ZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Value              PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 RG-Disposition        PIC X(30).
           02 FILLER                PIC X(3)    VALUE SPACES.

       01  WS-Register-Total-Line.
           02 RT-Label              PIC X(30).
           02 RT-Count              PIC ZZZZZZ9.
           02 FILLER                PIC X(9)    VALUE "  VALUE: ".
           02 RT-Total              PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(19)   VALUE SPACES.

       01  WS-Register-Count-Line.
           02 RC-Label              PIC X(30).
           02 RC-Count              PIC ZZZZZZ9.
           02 FILLER                PIC X(43)   VALUE SPACES.

       01  WS-Mismatch-Line         PIC X(80)   VALUE
           "*** CONTROL TOTAL MISMATCH *** IN DOES NOT RECONCILE".

       PROCEDURE DIVISION.
       BEGIN.
      * The web shop's orders stop being re-keyed through
      * SalesEntry. The shop's trailer is proved against the export
      * before anything is fed; every field is then edited the way
      * RegistrarImport edits the admissions extract, the customer
      * matched to CUSTMAST.DAT by email (through CONTPREF.DAT) or
      * by phone, and clean lines queued on RELSALES.DAT with the
      * web order number carried through. A customer we do not
      * know is queued for CustMaint as an add and their lines
      * held on WEBHOLD.DAT until the add is on file. Rejects go to
      * WEBEXC.RPT and EXCEPTS.DAT, and WEBIMP.PRT lists every line
      * with control totals that agree to the shop's own.
            ACCEPT WS-Today-Date FROM DATE YYYYMMDD
            PERFORM VerifyWebTrailer
            PERFORM OpenCustomerMaster
            PERFORM LoadContactPrefs
            PERFORM LoadProductTable
            PERFORM LoadImportedLines

            OPEN EXTEND ReleasedFile
            IF WS-Released-Status = "35"
                OPEN OUTPUT ReleasedFile
            END-IF
            OPEN EXTEND WebOrderFile
            IF WS-WebOrder-Status = "35"
                OPEN OUTPUT WebOrderFile
            END-IF
            OPEN EXTEND TransCusFile
            IF WS-TransCus-Status = "35"
                OPEN OUTPUT TransCusFile
            END-IF
            OPEN OUTPUT RegisterFile
            OPEN OUTPUT EditReportFile
            MOVE WS-Register-Title-Line TO ShowRegister
            WRITE ShowRegister
            MOVE SPACES TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Register-Heading TO ShowRegister
            WRITE ShowRegister

            PERFORM LoadHeldLines
            PERFORM ReleaseHeldLines
            PERFORM ImportWebOrders

            CLOSE ReleasedFile
            CLOSE WebOrderFile
            CLOSE TransCusFile
            CLOSE CustomerFile
            CLOSE EditReportFile
            PERFORM StoreHeldLines
            PERFORM WriteRegisterTotals
            CLOSE RegisterFile
            PERFORM DisplayRunTotals
            STOP RUN.

      * The shop's order count and value against a fresh pass of the
      * export - a mismatch stops the step before anything is fed
      * and lands on EXCEPTS.DAT; no trailer at all is warned on the
      * console and allowed through, the way RemitImport treats the
      * bank's.
       VerifyWebTrailer.
            OPEN INPUT ImportFile
            IF WS-Import-Status NOT = "00"
                SET EndOfImportFile TO TRUE
            ELSE
                READ ImportFile
                    AT END SET EndOfImportFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfImportFile
                MOVE SPACES TO WS-Parsed-Fields
                UNSTRING ImportRecord DELIMITED BY ","
                    INTO WS-Fld-Type
                         WS-Fld-Order-No
                END-UNSTRING
                IF ParsedTrailerLine
                    PERFORM CheckWebTrailer
                ELSE
                    PERFORM CountWebLine
                END-IF
                READ ImportFile
                    AT END SET EndOfImportFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Import-Status NOT = "35"
                CLOSE ImportFile
            END-IF
            MOVE "N" TO WS-Import-EOF-Switch
            MOVE SPACES TO WS-Prev-Order-No
            IF WebTrailerBad
                DISPLAY "WebOrderImport - WEBORDERS.CSV TRAILER DOES "
                    "NOT BALANCE - RUN ABORTED"
                MOVE "WEBORDERS " TO EXC-Key
                MOVE "WEB SHOP TRAILER MISMATCH ON ORDER EXPORT"
                    TO EXC-Reason
                PERFORM WriteCommonException
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT WebTrailerFound
                DISPLAY "WebOrderImport - NO WEB SHOP TRAILER ON "
                    "WEBORDERS.CSV - COUNTS NOT PROVED"
            END-IF.

      * An order is counted once however many lines it runs to -
      * the shop writes an order's lines together.
       CountWebLine.
            IF WS-Fld-Order-No(1:10) NOT = WS-Prev-Order-No
                ADD 1 TO WS-Web-Count
                MOVE WS-Fld-Order-No(1:10) TO WS-Prev-Order-No
            END-IF
            MOVE SPACES TO WS-Parsed-Fields
            UNSTRING ImportRecord DELIMITED BY ","
                INTO WS-Fld-Type
                     WS-Fld-Order-No
                     WS-Fld-Order-Date
                     WS-Fld-Email
                     WS-Fld-Phone
                     WS-Fld-Name
                     WS-Fld-Street
                     WS-Fld-City
                     WS-Fld-PostalCode
                     WS-Fld-Oil-Id
                     WS-Fld-Unit-Size
                     WS-Fld-Quantity
                     WS-Fld-Value
            END-UNSTRING
            MOVE WS-Fld-Value TO WS-Money-Text
            PERFORM ParseMoneyText
            IF MoneyTextValid
                ADD WS-Money-Amount TO WS-Web-Value
            END-IF.

       CheckWebTrailer.
            SET WebTrailerFound TO TRUE
            MOVE SPACES TO WS-Trailer-Fields
            MOVE ZERO TO WS-Trl-Count-Len
            UNSTRING ImportRecord DELIMITED BY ","
                INTO WS-Trl-Type
                     WS-Trl-Count COUNT IN WS-Trl-Count-Len
                     WS-Trl-Value
            END-UNSTRING
            INSPECT WS-Trl-Count REPLACING LEADING SPACE BY ZERO
            MOVE WS-Trl-Value TO WS-Money-Text
            PERFORM ParseMoneyText
            IF WS-Trl-Count-9 NOT NUMERIC
               OR WS-Trl-Count-Len > 7
               OR NOT MoneyTextValid
                SET WebTrailerBad TO TRUE
            ELSE
                MOVE WS-Trl-Count-9   TO WS-Trailer-Count
                MOVE WS-Money-Amount  TO WS-Trailer-Value
                IF WS-Trailer-Count NOT = WS-Web-Count
                   OR WS-Trailer-Value NOT = WS-Web-Value
                    SET WebTrailerBad TO TRUE
                END-IF
            END-IF.

      * Without the customer master nothing can be matched, and
      * every line would queue a customer we already have.
       OpenCustomerMaster.
            OPEN INPUT CustomerFile
            IF WS-Customer-Status NOT = "00"
                DISPLAY "WebOrderImport - CUSTMAST.DAT NOT ON HAND - "
                    "RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE ZERO TO CM-Cus-Id
            START CustomerFile KEY IS NOT LESS THAN CM-Cus-Id
                INVALID KEY SET EndOfCustomerFile TO TRUE
            END-START
            PERFORM UNTIL EndOfCustomerFile
                READ CustomerFile NEXT RECORD
                    AT END SET EndOfCustomerFile TO TRUE
                    NOT AT END PERFORM HoldCustomerPhone
                END-READ
            END-PERFORM.

      * The next new customer number runs on from the highest on
      * file, the way ProspectReview numbers a promoted prospect.
       HoldCustomerPhone.
            IF CM-Cus-Id >= WS-Next-Cus-Id
                COMPUTE WS-Next-Cus-Id = CM-Cus-Id + 1
            END-IF
            MOVE CM-Phone TO WS-Phone-In
            PERFORM NormalisePhone
            IF WS-Phone-Key NOT = SPACES
               AND PhoneTableCount < 9000
                ADD 1 TO PhoneTableCount
                MOVE WS-Phone-Key TO PH-Phone-Tbl(PhoneTableCount)
                MOVE CM-Cus-Id    TO PH-Cus-Id-Tbl(PhoneTableCount)
            END-IF.

      * A customer's own email, and the mobile they asked to be
      * texted at, both identify them as well as the master phone.
       LoadContactPrefs.
            OPEN INPUT ContactPrefFile
            IF WS-ContPref-Status NOT = "00"
                SET EndOfContPrefFile TO TRUE
            ELSE
                READ ContactPrefFile
                    AT END SET EndOfContPrefFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfContPrefFile
                IF PrefCustomer
                    PERFORM HoldContactPref
                END-IF
                READ ContactPrefFile
                    AT END SET EndOfContPrefFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-ContPref-Status NOT = "35"
                CLOSE ContactPrefFile
            END-IF.

       HoldContactPref.
            IF CPF-Email NOT = SPACES
               AND EmailTableCount < 5000
                MOVE CPF-Email TO WS-Email-Key
                INSPECT WS-Email-Key
                    CONVERTING WS-Lower-Letters TO WS-Upper-Letters
                ADD 1 TO EmailTableCount
                MOVE WS-Email-Key TO EM-Email-Tbl(EmailTableCount)
                MOVE CPF-Party-Id TO EM-Cus-Id-Tbl(EmailTableCount)
            END-IF
            MOVE CPF-Mobile TO WS-Phone-In
            PERFORM NormalisePhone
            IF WS-Phone-Key NOT = SPACES
               AND PhoneTableCount < 9000
                ADD 1 TO PhoneTableCount
                MOVE WS-Phone-Key TO PH-Phone-Tbl(PhoneTableCount)
                MOVE CPF-Party-Id TO PH-Cus-Id-Tbl(PhoneTableCount)
            END-IF.

       LoadProductTable.
            OPEN INPUT ProductFile
            READ ProductFile
               AT END SET EndOfProductFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfProductFile
               PERFORM HoldProductId
               READ ProductFile
                  AT END SET EndOfProductFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE ProductFile.

      * The latest effective row on or before today carries the
      * lifecycle status the edits enforce - rows dated ahead are
      * tomorrow's business.
       HoldProductId.
            MOVE "N" TO WS-Product-Found-Sw
            IF ProductTableCount > ZERO
                SET ProdIdx TO 1
                SEARCH ProductEntry
                   AT END MOVE "N" TO WS-Product-Found-Sw
                   WHEN PR-Id-Tbl(ProdIdx) = PRD-Product-Id
                        MOVE "Y" TO WS-Product-Found-Sw
                END-SEARCH
            END-IF
            IF NOT ProductIsOnFile
                SET ProdIdx TO ProductTableCount
                SET ProdIdx UP BY 1
                SET ProductTableCount TO ProdIdx
                MOVE PRD-Product-Id TO PR-Id-Tbl(ProdIdx)
                MOVE SPACE TO PR-Status-Tbl(ProdIdx)
                MOVE ZERO  TO PR-EffDate-Tbl(ProdIdx)
            END-IF
            IF PRD-Effective-Date <= WS-Today-Date
               AND PRD-Effective-Date >= PR-EffDate-Tbl(ProdIdx)
                MOVE PRD-Status TO PR-Status-Tbl(ProdIdx)
                MOVE PRD-Effective-Date TO PR-EffDate-Tbl(ProdIdx)
            END-IF.

      * No WEBORDER.DAT yet (a "35" status) - nothing has ever been
      * imported, so nothing can be a repeat.
       LoadImportedLines.
            OPEN INPUT WebOrderFile
            IF WS-WebOrder-Status NOT = "00"
                SET EndOfWebOrderFile TO TRUE
            ELSE
                READ WebOrderFile
                    AT END SET EndOfWebOrderFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfWebOrderFile
                MOVE WO-Order-No  TO WS-Line-Key-Order
                MOVE WO-Oil-Id    TO WS-Line-Key-Oil
                MOVE WO-Unit-Size TO WS-Line-Key-Size
                PERFORM AddImportedLine
                READ WebOrderFile
                    AT END SET EndOfWebOrderFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-WebOrder-Status NOT = "35"
                CLOSE WebOrderFile
            END-IF.

       AddImportedLine.
            IF ImportedTableCount < 50000
                ADD 1 TO ImportedTableCount
                MOVE WS-Line-Key TO IM-Line-Key-Tbl(ImportedTableCount)
            ELSE
                IF NOT ImportedTableFull
                    SET ImportedTableFull TO TRUE
                    DISPLAY "WebOrderImport - WEBORDER.DAT PAST 50000 "
                        "LINES - OLDEST NOT CHECKED FOR REPEATS"
                END-IF
            END-IF.

       LookUpImportedLine.
            MOVE "N" TO WS-Imported-Sw
            IF ImportedTableCount > ZERO
                SET ImpIdx TO 1
                SEARCH ImportedEntry
                   AT END MOVE "N" TO WS-Imported-Sw
                   WHEN IM-Line-Key-Tbl(ImpIdx) = WS-Line-Key
                        SET LineAlreadyImported TO TRUE
                END-SEARCH
            END-IF.

      * The held lines come in with their match keys, so a second
      * order from a customer still waiting on CustMaint is held
      * under the number already queued for them.
       LoadHeldLines.
            OPEN INPUT WebHoldFile
            IF WS-WebHold-Status NOT = "00"
                SET EndOfWebHoldFile TO TRUE
            ELSE
                READ WebHoldFile
                    AT END SET EndOfWebHoldFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfWebHoldFile
                IF HeldTableCount < 5000
                    MOVE HeldWebRecord TO WebOrderRecord
                    PERFORM AddHeldEntry
                END-IF
                READ WebHoldFile
                    AT END SET EndOfWebHoldFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-WebHold-Status NOT = "35"
                CLOSE WebHoldFile
            END-IF.

       AddHeldEntry.
            ADD 1 TO HeldTableCount
            MOVE WebOrderRecord TO HL-Image-Tbl(HeldTableCount)
            MOVE WO-Email TO WS-Email-Key
            INSPECT WS-Email-Key
                CONVERTING WS-Lower-Letters TO WS-Upper-Letters
            MOVE WS-Email-Key TO HL-Email-Tbl(HeldTableCount)
            MOVE WO-Phone TO WS-Phone-In
            PERFORM NormalisePhone
            MOVE WS-Phone-Key TO HL-Phone-Tbl(HeldTableCount)
            MOVE WO-Cus-Id TO HL-Cus-Id-Tbl(HeldTableCount)
            MOVE "N" TO HL-Released-Tbl(HeldTableCount)
            IF WO-Cus-Id >= WS-Next-Cus-Id
                COMPUTE WS-Next-Cus-Id = WO-Cus-Id + 1
            END-IF.

      * CustMaint has added the customer since the line was held -
      * it goes out now under their master name, once. The id was
      * only the next free number when the line was held, and
      * ProspectReview numbers its customers the same way, so the
      * record found there must be the web customer - same name
      * or same phone - before anything is fed against it.
       ReleaseHeldLines.
            PERFORM VARYING WS-Held-Sub FROM 1 BY 1
                    UNTIL WS-Held-Sub > HeldTableCount
                MOVE HL-Cus-Id-Tbl(WS-Held-Sub) TO CM-Cus-Id
                READ CustomerFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY PERFORM ReleaseOneHeldLine
                END-READ
            END-PERFORM.

       ReleaseOneHeldLine.
            MOVE HL-Image-Tbl(WS-Held-Sub) TO WebOrderRecord
            PERFORM CheckHeldCustomer
            IF NOT HeldCustomerMatches
                PERFORM KeepHeldLine
            ELSE
                PERFORM FeedHeldLine
            END-IF.

      * The add queued for CustMaint carried the web name and the
      * first twelve characters of the phone, so those are what
      * the master record is held to.
       CheckHeldCustomer.
            MOVE "N" TO WS-Held-Match-Switch
            IF CM-Cus-Name = WO-Cus-Name
                SET HeldCustomerMatches TO TRUE
            ELSE
                MOVE CM-Phone TO WS-Phone-In
                PERFORM NormalisePhone
                MOVE WS-Phone-Key TO WS-Master-Phone-Key
                MOVE WO-Phone(1:12) TO WS-Phone-In
                PERFORM NormalisePhone
                IF WS-Phone-Key NOT = SPACES
                   AND WS-Phone-Key = WS-Master-Phone-Key
                    SET HeldCustomerMatches TO TRUE
                END-IF
            END-IF.

      * Somebody else has the id - the line stays held for the
      * office to put right, and EXCEPTS.DAT carries it once,
      * however many nights it waits.
       KeepHeldLine.
            MOVE "HELD - CUSTOMER ID TAKEN" TO RG-Disposition
            PERFORM WriteRegisterLine
            ADD 1 TO WS-Held-Id-Taken
            MOVE WO-Order-No TO EXC-Key
            MOVE "HELD WEB LINE - CUSTOMER ID TAKEN"
                TO EXC-Reason
            PERFORM CheckExceptionOpen
            IF NOT ExceptionAlreadyOpen
                PERFORM WriteCommonException
            END-IF.

       FeedHeldLine.
            MOVE "Y" TO HL-Released-Tbl(WS-Held-Sub)
            MOVE CM-Cus-Name TO WS-Match-Name
            PERFORM FeedReleasedSale
            MOVE "RELEASED FROM HOLD" TO RG-Disposition
            PERFORM WriteRegisterLine
            ADD 1 TO WS-Held-Released
            ADD WO-Line-Value TO WS-Released-Amt.

       ImportWebOrders.
            MOVE SPACES TO WS-Prev-Order-No
            OPEN INPUT ImportFile
            IF WS-Import-Status NOT = "00"
                DISPLAY "WebOrderImport - WEBORDERS.CSV NOT FOUND"
                SET EndOfImportFile TO TRUE
            ELSE
                READ ImportFile
                    AT END SET EndOfImportFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfImportFile
                PERFORM EditOneImportLine
                READ ImportFile
                    AT END SET EndOfImportFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Import-Status NOT = "35"
                CLOSE ImportFile
            END-IF.

      * The trailer is the shop's control, not an order line.
       EditOneImportLine.
            MOVE SPACES TO WS-Parsed-Fields
            MOVE ZERO TO WS-Quantity-Len
            UNSTRING ImportRecord DELIMITED BY ","
                INTO WS-Fld-Type
                     WS-Fld-Order-No
                     WS-Fld-Order-Date
                     WS-Fld-Email
                     WS-Fld-Phone
                     WS-Fld-Name
                     WS-Fld-Street
                     WS-Fld-City
                     WS-Fld-PostalCode
                     WS-Fld-Oil-Id
                     WS-Fld-Unit-Size
                     WS-Fld-Quantity COUNT IN WS-Quantity-Len
                     WS-Fld-Value
            END-UNSTRING
            IF NOT ParsedTrailerLine
                ADD 1 TO WS-Lines-Read
                IF WS-Fld-Order-No(1:10) NOT = WS-Prev-Order-No
                    ADD 1 TO WS-Orders-Read
                    MOVE WS-Fld-Order-No(1:10) TO WS-Prev-Order-No
                END-IF
                PERFORM EditOneOrderLine
            END-IF.

       EditOneOrderLine.
            MOVE WS-Fld-Value TO WS-Money-Text
            PERFORM ParseMoneyText
            IF MoneyTextValid
                ADD WS-Money-Amount TO WS-Read-Amt
            END-IF
            INSPECT WS-Fld-Name
                CONVERTING WS-Lower-Letters TO WS-Upper-Letters
            INSPECT WS-Fld-Street
                CONVERTING WS-Lower-Letters TO WS-Upper-Letters
            INSPECT WS-Fld-City
                CONVERTING WS-Lower-Letters TO WS-Upper-Letters
            INSPECT WS-Fld-PostalCode
                CONVERTING WS-Lower-Letters TO WS-Upper-Letters
            INSPECT WS-Fld-Quantity REPLACING LEADING SPACE BY ZERO
            MOVE WS-Fld-Order-No(1:10) TO WS-Line-Key-Order
            MOVE WS-Fld-Oil-Id(1:1)    TO WS-Line-Key-Oil
            MOVE WS-Fld-Unit-Size(1:1) TO WS-Line-Key-Size
            MOVE ZERO TO WS-At-Sign-Count
            INSPECT WS-Fld-Email TALLYING WS-At-Sign-Count FOR ALL "@"
            PERFORM LookUpImportedLine
            PERFORM ScanWebName
            PERFORM ValidateOrderDate
            PERFORM LookUpProduct
            EVALUATE TRUE
                WHEN NOT ParsedDetailLine
                    MOVE "RECORD TYPE NOT D OR T" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WS-Fld-Order-No = SPACES
                    MOVE "ORDER NUMBER MISSING" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WS-Fld-Order-No(11:2) NOT = SPACES
                    MOVE "ORDER NUMBER OVER 10 CHARACTERS" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN LineAlreadyImported
                    MOVE "ORDER LINE ALREADY IMPORTED" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN NOT OrderDateValid
                    MOVE "INVALID ORDER DATE" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WS-Fld-Email = SPACES AND WS-Fld-Phone = SPACES
                    MOVE "NO EMAIL OR PHONE TO MATCH ON" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WS-Fld-Email NOT = SPACES
                     AND (WS-At-Sign-Count NOT = 1
                          OR WS-Fld-Email(41:10) NOT = SPACES)
                    MOVE "EMAIL ADDRESS NOT VALID" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WS-Fld-Name = SPACES
                    MOVE "CUSTOMER NAME MISSING" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WS-Fld-Name(21:5) NOT = SPACES
                    MOVE "NAME OVER 20 CHARACTERS" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN NameHasBadByte
                    MOVE "NAME HAS INVALID CHARACTERS" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WS-Fld-Oil-Id(2:1) NOT = SPACE
                     OR NOT ProductIsOnFile
                    MOVE "OIL NOT ON PRODMAST.DAT" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WebProductDiscont
                    MOVE "OIL IS DISCONTINUED" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WebProductPending
                    MOVE "OIL IS DISCONTINUE-PENDING" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WS-Fld-Unit-Size NOT = "1" AND "2" AND "3"
                    MOVE "UNIT SIZE NOT 1, 2 OR 3" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WS-Quantity-Len > 3
                     OR WS-Fld-Quantity-Num NOT NUMERIC
                    MOVE "QUANTITY NOT 1 TO 999" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN WS-Fld-Quantity-Num = ZERO
                    MOVE "QUANTITY NOT 1 TO 999" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN NOT MoneyTextValid
                    MOVE "LINE VALUE NOT A VALID AMOUNT" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN OTHER
                    PERFORM AcceptOrderLine
            END-EVALUATE.

      * On file, the line feeds now; waiting on CustMaint, it holds
      * under the number already queued; unknown, the customer is
      * queued as an add - which needs an address CustMaint will
      * take - and the line holds under the new number.
       AcceptOrderLine.
            PERFORM MatchWebCustomer
            MOVE SPACES TO WebOrderRecord
            MOVE WS-Fld-Order-No(1:10)  TO WO-Order-No
            MOVE WS-Edit-Date-Num       TO WO-Order-Date
            MOVE WS-Fld-Oil-Id(1:1)     TO WO-Oil-Id
            MOVE WS-Fld-Unit-Size(1:1)  TO WO-Unit-Size
            MOVE WS-Fld-Quantity-Num    TO WO-Quantity
            MOVE WS-Money-Amount        TO WO-Line-Value
            MOVE WS-Today-Date          TO WO-Import-Date
            MOVE WS-Fld-Name(1:20)      TO WO-Cus-Name
            MOVE WS-Fld-Email(1:40)     TO WO-Email
            MOVE WS-Fld-Phone           TO WO-Phone
            EVALUATE TRUE
                WHEN MatchedCustomerOnFile
                    MOVE WS-Match-Cus-Id TO WO-Cus-Id
                    SET WebLineReleased TO TRUE
                    PERFORM FeedReleasedSale
                    MOVE "TO RELSALES.DAT" TO RG-Disposition
                    PERFORM RecordAcceptedLine
                    ADD 1 TO WS-Lines-Fed
                    ADD WO-Line-Value TO WS-Fed-Amt
                WHEN MatchedOnQueue
                    MOVE WS-Match-Cus-Id TO WO-Cus-Id
                    SET WebLineHeld TO TRUE
                    PERFORM AddHeldEntry
                    MOVE "HELD - CUSTOMER NOT YET ADDED"
                        TO RG-Disposition
                    PERFORM RecordAcceptedLine
                    ADD 1 TO WS-Lines-Held
                    ADD WO-Line-Value TO WS-Held-Amt
                WHEN WS-Fld-Street = SPACES
                     OR WS-Fld-City = SPACES
                     OR WS-Fld-PostalCode = SPACES
                    MOVE "NEW CUSTOMER HAS NO ADDRESS" TO ER-Reason
                    PERFORM WriteImportReject
                WHEN HeldTableCount NOT < 5000
                    MOVE "HOLD FILE FULL - CUSTOMER UNKNOWN"
                        TO ER-Reason
                    PERFORM WriteImportReject
                WHEN OTHER
                    MOVE WS-Next-Cus-Id TO WO-Cus-Id
                    ADD 1 TO WS-Next-Cus-Id
                    SET WebLineHeld TO TRUE
                    PERFORM QueueNewCustomer
                    PERFORM AddHeldEntry
                    MOVE "HELD - NEW CUSTOMER QUEUED" TO RG-Disposition
                    PERFORM RecordAcceptedLine
                    ADD 1 TO WS-Lines-Held
                    ADD WO-Line-Value TO WS-Held-Amt
            END-EVALUATE.

      * Email first, then phone against the master and the mobiles
      * on CONTPREF.DAT, then the customers already queued. A hit
      * is only trusted once the key read finds the customer.
       MatchWebCustomer.
            MOVE ZERO TO WS-Match-Cus-Id
            MOVE SPACE TO WS-Match-Source
            MOVE "N" TO WS-On-File-Sw
            MOVE WS-Fld-Email(1:40) TO WS-Email-Key
            INSPECT WS-Email-Key
                CONVERTING WS-Lower-Letters TO WS-Upper-Letters
            MOVE WS-Fld-Phone TO WS-Phone-In
            PERFORM NormalisePhone
            IF WS-Email-Key NOT = SPACES AND EmailTableCount > ZERO
                SET EmailIdx TO 1
                SEARCH EmailEntry
                   AT END CONTINUE
                   WHEN EM-Email-Tbl(EmailIdx) = WS-Email-Key
                        MOVE EM-Cus-Id-Tbl(EmailIdx) TO WS-Match-Cus-Id
                        SET MatchedOnMaster TO TRUE
                END-SEARCH
            END-IF
            IF WS-Match-Cus-Id = ZERO
               AND WS-Phone-Key NOT = SPACES AND PhoneTableCount > ZERO
                SET PhoneIdx TO 1
                SEARCH PhoneEntry
                   AT END CONTINUE
                   WHEN PH-Phone-Tbl(PhoneIdx) = WS-Phone-Key
                        MOVE PH-Cus-Id-Tbl(PhoneIdx) TO WS-Match-Cus-Id
                        SET MatchedOnMaster TO TRUE
                END-SEARCH
            END-IF
            IF WS-Match-Cus-Id = ZERO AND HeldTableCount > ZERO
                PERFORM SearchHeldCustomers
            END-IF
            IF WS-Match-Cus-Id NOT = ZERO
                MOVE WS-Match-Cus-Id TO CM-Cus-Id
                READ CustomerFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        SET MatchedCustomerOnFile TO TRUE
                        MOVE CM-Cus-Name TO WS-Match-Name
                END-READ
                IF NOT MatchedCustomerOnFile AND MatchedOnMaster
                    MOVE ZERO TO WS-Match-Cus-Id
                    MOVE SPACE TO WS-Match-Source
                    IF HeldTableCount > ZERO
                        PERFORM SearchHeldCustomers
                    END-IF
                END-IF
            END-IF.

       SearchHeldCustomers.
            SET HeldIdx TO 1
            SEARCH HeldEntry
               AT END CONTINUE
               WHEN WS-Email-Key NOT = SPACES
                    AND HL-Email-Tbl(HeldIdx) = WS-Email-Key
                    MOVE HL-Cus-Id-Tbl(HeldIdx) TO WS-Match-Cus-Id
                    SET MatchedOnQueue TO TRUE
               WHEN WS-Phone-Key NOT = SPACES
                    AND HL-Phone-Tbl(HeldIdx) = WS-Phone-Key
                    MOVE HL-Cus-Id-Tbl(HeldIdx) TO WS-Match-Cus-Id
                    SET MatchedOnQueue TO TRUE
            END-SEARCH.

      * A plain add on CustMaint's transaction file - credit limit
      * left blank so the customer starts with none, and terms blank
      * so they invoice at period close.
       QueueNewCustomer.
            MOVE SPACES TO TransCusRecord
            MOVE "A" TO TC-TransCode
            MOVE WO-Cus-Id TO WS-Cus-Id-X
            MOVE WS-Cus-Id-X           TO TC-Cus-Id
            MOVE WS-Fld-Name(1:20)     TO TC-Cus-Name
            MOVE WS-Fld-Street         TO TC-Street
            MOVE WS-Fld-City           TO TC-City
            MOVE WS-Fld-PostalCode     TO TC-PostalCode
            MOVE WS-Fld-Phone(1:12)    TO TC-Phone
            MOVE WS-Fld-Name(1:20)     TO TC-Contact
            WRITE TransCusRecord
            ADD 1 TO WS-Customers-Queued.

       FeedReleasedSale.
            MOVE SPACES TO ReleasedRecord
            MOVE WO-Cus-Id          TO RL-Cus-Id
            MOVE WS-Match-Name      TO RL-Cus-Name
            MOVE WO-Oil-Id          TO RL-Oil-Id
            MOVE WO-Unit-Size       TO RL-Unit-Size
            MOVE WO-Quantity        TO RL-Units-Sold
            MOVE WS-Web-SalesPerson TO RL-SalesPerson
            MOVE WO-Order-No        TO RL-Web-Order
            WRITE ReleasedRecord.

       RecordAcceptedLine.
            WRITE WebOrderRecord
            PERFORM AddImportedLine
            PERFORM WriteRegisterLine.

       WriteRegisterLine.
            MOVE WO-Order-No   TO RG-Order-No
            MOVE WO-Order-Date TO RG-Order-Date
            MOVE WO-Cus-Id     TO RG-Cus-Id
            MOVE WO-Oil-Id     TO RG-Oil-Id
            MOVE WO-Unit-Size  TO RG-Unit-Size
            MOVE WO-Quantity   TO RG-Quantity
            MOVE WO-Line-Value TO RG-Value
            MOVE WS-Register-Detail-Line TO ShowRegister
            WRITE ShowRegister
            MOVE SPACES TO RG-Disposition.

       WriteImportReject.
            MOVE ImportRecord TO ER-Line-Image
            WRITE EditReportRecord
            ADD 1 TO WS-Lines-Rejected
            IF MoneyTextValid
                ADD WS-Money-Amount TO WS-Rejected-Amt
            END-IF
            MOVE WS-Fld-Order-No(1:10) TO EXC-Key
            MOVE ER-Reason TO EXC-Reason
            PERFORM WriteCommonException.

      * An open item of this program's with the same key and
      * reason already on EXCEPTS.DAT - no file (a "35" status)
      * means there is none.
       CheckExceptionOpen.
            MOVE "N" TO WS-Except-Open-Switch
            MOVE "N" TO WS-Except-EOF-Switch
            MOVE EXC-Key TO WS-Exc-Key-Wanted
            MOVE EXC-Reason TO WS-Exc-Reason-Wanted
            OPEN INPUT CommonExceptFile
            IF WS-Except-Status NOT = "00"
                SET EndOfExceptFile TO TRUE
            END-IF
            PERFORM UNTIL EndOfExceptFile OR ExceptionAlreadyOpen
                READ CommonExceptFile
                    AT END SET EndOfExceptFile TO TRUE
                    NOT AT END
                        IF EXC-Program = "WEBIMPORT"
                           AND EXC-Key = WS-Exc-Key-Wanted
                           AND EXC-Reason = WS-Exc-Reason-Wanted
                           AND ExceptionOpen
                            SET ExceptionAlreadyOpen TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            IF WS-Except-Status NOT = "35"
                CLOSE CommonExceptFile
            END-IF
            MOVE WS-Exc-Key-Wanted TO EXC-Key
            MOVE WS-Exc-Reason-Wanted TO EXC-Reason.

       WriteCommonException.
            OPEN EXTEND CommonExceptFile
            MOVE "WEBIMPORT" TO EXC-Program
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

       ScanWebName.
            MOVE WS-Fld-Name(1:20) TO WS-Scan-Name
            MOVE "N" TO WS-Name-Bad-Switch
            PERFORM VARYING NameIdx FROM 1 BY 1 UNTIL NameIdx > 20
                MOVE WS-Name-Char(NameIdx) TO WS-Scan-Char
                IF WS-Scan-Char NOT = SPACE
                   AND (NameDigit OR NameLowercase
                        OR NOT NameValidChar)
                    SET NameHasBadByte TO TRUE
                END-IF
            END-PERFORM.

       LookUpProduct.
            MOVE "N" TO WS-Product-Found-Sw
            MOVE SPACE TO WS-Prod-Status
            IF ProductTableCount > ZERO
                SET ProdIdx TO 1
                SEARCH ProductEntry
                   AT END MOVE "N" TO WS-Product-Found-Sw
                   WHEN PR-Id-Tbl(ProdIdx) = WS-Fld-Oil-Id(1:1)
                        MOVE "Y" TO WS-Product-Found-Sw
                        MOVE PR-Status-Tbl(ProdIdx) TO WS-Prod-Status
                END-SEARCH
            END-IF.

      * Pounds of up to seven digits, then optionally a point and
      * one or two pence digits - "12", "12.5" and "12.50" are all
      * twelve pounds fifty or twelve pounds.
       ParseMoneyText.
            MOVE "N" TO WS-Money-Valid-Switch
            MOVE SPACES TO WS-Money-Pounds
            MOVE SPACES TO WS-Money-Pence
            MOVE SPACES TO WS-Money-Extra
            MOVE ZERO TO WS-Pounds-Len
            MOVE ZERO TO WS-Pence-Len
            MOVE ZERO TO WS-Money-Amount
            UNSTRING WS-Money-Text DELIMITED BY "." OR SPACE
                INTO WS-Money-Pounds COUNT IN WS-Pounds-Len
                     WS-Money-Pence  COUNT IN WS-Pence-Len
                     WS-Money-Extra
            END-UNSTRING
            INSPECT WS-Money-Pounds REPLACING LEADING SPACE BY ZERO
            INSPECT WS-Money-Pence REPLACING ALL SPACE BY ZERO
            IF WS-Money-Text NOT = SPACES
               AND WS-Pounds-Len <= 7
               AND WS-Pence-Len <= 2
               AND WS-Money-Extra = SPACES
               AND WS-Money-Pounds-Num NUMERIC
               AND WS-Money-Pence-Num NUMERIC
                SET MoneyTextValid TO TRUE
                COMPUTE WS-Money-Amount = WS-Money-Pounds-Num
                    + WS-Money-Pence-Num / 100
            END-IF.

       NormalisePhone.
            MOVE SPACES TO WS-Phone-Key
            MOVE ZERO TO WS-Phone-Key-Len
            PERFORM VARYING PhoneInIdx FROM 1 BY 1
                    UNTIL PhoneInIdx > 15
                IF WS-Phone-In-Char(PhoneInIdx) NUMERIC
                    ADD 1 TO WS-Phone-Key-Len
                    MOVE WS-Phone-In-Char(PhoneInIdx)
                        TO WS-Phone-Key(WS-Phone-Key-Len:1)
                END-IF
            END-PERFORM.

      * Month 1-12, day real for that month (February follows the
      * leap years), and the whole date no later than today - the
      * same edit RegistrarImport applies.
       ValidateOrderDate.
            MOVE "N" TO WS-Date-Valid-Switch
            MOVE ZERO TO WS-Edit-Date-Num
            IF WS-Fld-Order-Date(1:8) NUMERIC
               AND WS-Fld-Order-Date(9:2) = SPACES
                MOVE WS-Fld-Order-Date(1:8) TO WS-Edit-Date
                PERFORM CountDaysInMonth
                IF WS-Edit-MM >= 1 AND WS-Edit-MM <= 12
                   AND WS-Edit-DD >= 1
                   AND WS-Edit-DD <= WS-Days-In-Month
                   AND WS-Edit-Date-Num <= WS-Today-Date
                    SET OrderDateValid TO TRUE
                END-IF
            END-IF.

       CountDaysInMonth.
            EVALUATE WS-Edit-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-Days-In-Month
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-Days-In-Month
                WHEN 2
                    PERFORM CountFebruaryDays
                WHEN OTHER
                    MOVE ZERO TO WS-Days-In-Month
            END-EVALUATE.

       CountFebruaryDays.
            MOVE 28 TO WS-Days-In-Month
            DIVIDE WS-Edit-YYYY BY 4 GIVING WS-Leap-Quot
                REMAINDER WS-Leap-Rem
            IF WS-Leap-Rem = ZERO
                MOVE 29 TO WS-Days-In-Month
                DIVIDE WS-Edit-YYYY BY 100 GIVING WS-Leap-Quot
                    REMAINDER WS-Leap-Rem
                IF WS-Leap-Rem = ZERO
                    MOVE 28 TO WS-Days-In-Month
                    DIVIDE WS-Edit-YYYY BY 400 GIVING WS-Leap-Quot
                        REMAINDER WS-Leap-Rem
                    IF WS-Leap-Rem = ZERO
                        MOVE 29 TO WS-Days-In-Month
                    END-IF
                END-IF
            END-IF.

      * Held lines still waiting go back; released ones drop off.
       StoreHeldLines.
            OPEN OUTPUT WebHoldFile
            PERFORM VARYING WS-Held-Sub FROM 1 BY 1
                    UNTIL WS-Held-Sub > HeldTableCount
                IF NOT HeldEntryReleased(WS-Held-Sub)
                    MOVE HL-Image-Tbl(WS-Held-Sub) TO HeldWebRecord
                    WRITE HeldWebRecord
                END-IF
            END-PERFORM
            CLOSE WebHoldFile.

      * Lines read must come to lines fed, held and rejected, in
      * number and in value - anything else means a line went
      * nowhere and the step is failed.
       WriteRegisterTotals.
            MOVE SPACES TO ShowRegister
            WRITE ShowRegister
            IF WebTrailerFound
                MOVE "WEB SHOP TRAILER ORDERS     : " TO RT-Label
                MOVE WS-Trailer-Count TO RT-Count
                MOVE WS-Trailer-Value TO RT-Total
                MOVE WS-Register-Total-Line TO ShowRegister
                WRITE ShowRegister
            END-IF
            MOVE "ORDERS IN EXPORT            : " TO RT-Label
            MOVE WS-Orders-Read TO RT-Count
            MOVE WS-Read-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "ORDER LINES READ            : " TO RT-Label
            MOVE WS-Lines-Read TO RT-Count
            MOVE WS-Read-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "LINES TO RELSALES.DAT       : " TO RT-Label
            MOVE WS-Lines-Fed TO RT-Count
            MOVE WS-Fed-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "LINES HELD FOR CUSTMAINT    : " TO RT-Label
            MOVE WS-Lines-Held TO RT-Count
            MOVE WS-Held-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "LINES REJECTED              : " TO RT-Label
            MOVE WS-Lines-Rejected TO RT-Count
            MOVE WS-Rejected-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE SPACES TO ShowRegister
            WRITE ShowRegister
            MOVE "HELD LINES RELEASED         : " TO RT-Label
            MOVE WS-Held-Released TO RT-Count
            MOVE WS-Released-Amt TO RT-Total
            MOVE WS-Register-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "HELD - CUSTOMER ID TAKEN    : " TO RC-Label
            MOVE WS-Held-Id-Taken TO RC-Count
            MOVE WS-Register-Count-Line TO ShowRegister
            WRITE ShowRegister
            MOVE "NEW CUSTOMERS QUEUED        : " TO RC-Label
            MOVE WS-Customers-Queued TO RC-Count
            MOVE WS-Register-Count-Line TO ShowRegister
            WRITE ShowRegister
            IF WS-Lines-Fed + WS-Lines-Held + WS-Lines-Rejected
                    NOT = WS-Lines-Read
               OR WS-Fed-Amt + WS-Held-Amt + WS-Rejected-Amt
                    NOT = WS-Read-Amt
                MOVE SPACES TO ShowRegister
                WRITE ShowRegister
                MOVE WS-Mismatch-Line TO ShowRegister
                WRITE ShowRegister
                MOVE 16 TO RETURN-CODE
            END-IF.

       DisplayRunTotals.
            MOVE WS-Read-Amt     TO WS-Read-Amt-Edit
            MOVE WS-Fed-Amt      TO WS-Fed-Amt-Edit
            MOVE WS-Held-Amt     TO WS-Held-Amt-Edit
            MOVE WS-Rejected-Amt TO WS-Rejected-Amt-Edit
            MOVE WS-Released-Amt TO WS-Released-Amt-Edit
            DISPLAY "WebOrderImport - Control Report"
            DISPLAY "Web shop orders in export : " WS-Orders-Read
            DISPLAY "Order lines read          : " WS-Lines-Read
                "  " WS-Read-Amt-Edit
            DISPLAY "Lines to RELSALES.DAT     : " WS-Lines-Fed
                "  " WS-Fed-Amt-Edit
            DISPLAY "Lines held for CustMaint  : " WS-Lines-Held
                "  " WS-Held-Amt-Edit
            DISPLAY "Lines rejected            : " WS-Lines-Rejected
                "  " WS-Rejected-Amt-Edit
            DISPLAY "Held lines released       : " WS-Held-Released
                "  " WS-Released-Amt-Edit
            DISPLAY "Held - customer id taken  : " WS-Held-Id-Taken
            DISPLAY "New customers queued      : " WS-Customers-Queued
            IF RETURN-CODE = 16
                DISPLAY "*** CONTROL TOTAL MISMATCH *** IN DOES NOT "
                    "RECONCILE TO OUT PLUS HELD PLUS REJECTS"
            END-IF.

       END PROGRAM WebOrderImport.
