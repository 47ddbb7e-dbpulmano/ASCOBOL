       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * One transaction file covers add, change and close. Group-A,
      * Class-A and Report-Line-A set the account's reporting group,
      * statement class and statement line on an add; on a change a
      * blank leaves them as they are.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-A          PIC X.
               88 CloseAccountTrans        VALUE "X".
           02 Account-A            PIC X(8).
           02 Description-A        PIC X(30).
           02 Group-A              PIC X(8).
           02 Class-A              PIC X.
               88 ValidClass-A             VALUE "I" "S" "E"
                                                 "A" "L" "Q" " ".
           02 Report-Line-A        PIC X(20).

       FD  ExceptionFile.
       01  ExceptRecord.
               03 CA-Account-Tbl   PIC X(8).
               03 CA-Desc-Tbl      PIC X(30).
               03 CA-Status-Tbl    PIC X.
               03 CA-Group-Tbl     PIC X(8).
               03 CA-Class-Tbl     PIC X.
               03 CA-RptLine-Tbl   PIC X(20).

       01  WS-Chart-Sub            PIC 9(4)    COMP VALUE ZERO.

                    MOVE "DESCRIPTION MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT ValidClass-A
                    MOVE Account-A TO Except-Account
                    MOVE "INVALID ACCOUNT CLASS" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    SET ChartIdx TO ChartTableCount
                    SET ChartIdx UP BY 1
                    MOVE Account-A     TO CA-Account-Tbl(ChartIdx)
                    MOVE Description-A TO CA-Desc-Tbl(ChartIdx)
                    MOVE "O"           TO CA-Status-Tbl(ChartIdx)
                    MOVE Group-A       TO CA-Group-Tbl(ChartIdx)
                    MOVE Class-A       TO CA-Class-Tbl(ChartIdx)
                    MOVE Report-Line-A TO CA-RptLine-Tbl(ChartIdx)
                    MOVE "ADD ACCOUNT" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Accounts-Added
                MOVE "ACCOUNT DOES NOT EXIST" TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE IF NOT ValidClass-A
                MOVE Account-A TO Except-Account
                MOVE "INVALID ACCOUNT CLASS" TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                IF Description-A NOT = SPACES
                    MOVE Description-A TO CA-Desc-Tbl(WS-Chart-Sub)
                END-IF
                IF Group-A NOT = SPACES
                    MOVE Group-A TO CA-Group-Tbl(WS-Chart-Sub)
                END-IF
                IF Class-A NOT = SPACE
                    MOVE Class-A TO CA-Class-Tbl(WS-Chart-Sub)
                END-IF
                IF Report-Line-A NOT = SPACES
                    MOVE Report-Line-A TO CA-RptLine-Tbl(WS-Chart-Sub)
                END-IF
                MOVE "CHANGE ACCT" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Accounts-Changed
            END-IF
            END-IF.

       ApplyCloseAccount.
                MOVE COA-Account     TO CA-Account-Tbl(ChartIdx)
                MOVE COA-Description TO CA-Desc-Tbl(ChartIdx)
                MOVE COA-Status      TO CA-Status-Tbl(ChartIdx)
                MOVE COA-Group       TO CA-Group-Tbl(ChartIdx)
                MOVE COA-Class       TO CA-Class-Tbl(ChartIdx)
                MOVE COA-Report-Line TO CA-RptLine-Tbl(ChartIdx)
                READ ChartFile
                    AT END SET EndOfChartFile TO TRUE
                END-READ
                MOVE CA-Account-Tbl(ChartIdx) TO COA-Account
                MOVE CA-Desc-Tbl(ChartIdx)    TO COA-Description
                MOVE CA-Status-Tbl(ChartIdx)  TO COA-Status
                MOVE CA-Group-Tbl(ChartIdx)   TO COA-Group
                MOVE CA-Class-Tbl(ChartIdx)   TO COA-Class
                MOVE CA-RptLine-Tbl(ChartIdx) TO COA-Report-Line
                WRITE ChartAccountRecord
            END-PERFORM
            CLOSE ChartFile.
