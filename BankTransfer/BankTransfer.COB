                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EmpMast-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

      * The fixed-format file that goes to the bank - one payment
      * record per employee and a batch control trailer whose
      * count and total must match the register.
       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  BankFile.
       01  BankRecord.
           02 BK-Record-Type       PIC X.
           02 BT-Record-Type       PIC X.
           02 BT-Count             PIC 9(7).
           02 BT-Total             PIC 9(10)V99.
           02 BT-Pay-Date          PIC 9(8).
           02 FILLER               PIC X(12).

       FD  ProofFile.
       01  ShowProof                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-Detail-Status        PIC XX      VALUE SPACES.
       01  WS-EmpMast-Status       PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Detail-EOF-Switch    PIC X       VALUE "N".
           88 EndOfDetailFile                  VALUE "Y".

       01  WS-Bank-Sub             PIC 9(4)    COMP VALUE ZERO.

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Payments-Written  PIC 9(5)    VALUE ZERO.
           02 WS-No-Bank-Details   PIC 9(5)    VALUE ZERO.
      * carrying the count and total that must match the register,
      * and a proof listing the supervisor signs before the file
      * goes to the bank. No bank details means an exception line,
      * never a silent cash payment. The trailer carries the pay
      * date, which BankRecon uses to tell one payroll's batch from
      * the next.
            PERFORM GetBusinessDate
            PERFORM LoadBankTable

            OPEN INPUT PayDetailFile
            MOVE "T" TO BT-Record-Type
            MOVE WS-Payments-Written TO BT-Count
            MOVE WS-Total-Paid       TO BT-Total
            MOVE WS-Business-Date    TO BT-Pay-Date
            WRITE BankRecord.

       LocateBankEntry.
                CLOSE EmployeeMasterFile
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

       END PROGRAM BankTransfer.
