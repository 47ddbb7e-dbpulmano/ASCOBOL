      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankStmtImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bank's monthly statement of the college account as a
      * file - a header with the period and opening balance, one
      * record per movement, and a trailer with the line count and
      * closing balance.
           SELECT StatementFile ASSIGN "BANKSTMT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Statement-Status.

      * Every statement line joins the items BankRecon matches.
           SELECT ReconFile ASSIGN "BANKREC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Recon-Status.

           SELECT ControlFile ASSIGN "BANKCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Control-Status.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Amounts come unsigned with the bank's C/D marker beside them
      * - a D balance is an overdrawn account.
       FD  StatementFile.
       01  StatementRecord.
           02 STM-Record-Type      PIC X.
               88 StmtHeaderRec            VALUE "H".
               88 StmtLineRec              VALUE "L".
               88 StmtTrailerRec           VALUE "T".
           02 STM-Date             PIC X(8).
           02 STM-DrCr             PIC X.
               88 StmtCredit               VALUE "C".
               88 StmtDebit                VALUE "D".
           02 STM-Amount           PIC X(11).
           02 STM-Reference        PIC X(12).
           02 STM-Narrative        PIC X(20).

       01  StatementHeaderRecord REDEFINES StatementRecord.
           02 STH-Record-Type      PIC X.
           02 STH-Account          PIC X(8).
           02 STH-From-Date        PIC X(8).
           02 STH-To-Date          PIC X(8).
           02 STH-Opening          PIC X(11).
           02 STH-Opening-Sign     PIC X.
           02 FILLER               PIC X(16).

       01  StatementTrailerRecord REDEFINES StatementRecord.
           02 STT-Record-Type      PIC X.
           02 STT-Count            PIC X(7).
           02 STT-Closing          PIC X(11).
           02 STT-Closing-Sign     PIC X.
           02 FILLER               PIC X(33).

       FD  ReconFile.
           COPY BANKREC.

       FD  ControlFile.
           COPY BANKCTL.

       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
       01  WS-Statement-Status     PIC XX      VALUE SPACES.
       01  WS-Recon-Status         PIC XX      VALUE SPACES.
       01  WS-Control-Status       PIC XX      VALUE SPACES.

       01  WS-Statement-EOF-Switch PIC X       VALUE "N".
           88 EndOfStatementFile               VALUE "Y".

       01  WS-Control-File-Sw      PIC X       VALUE "N".
           88 ControlFileOnHand                VALUE "Y".
       01  WS-Header-Sw            PIC X       VALUE "N".
           88 StatementHeaderFound             VALUE "Y".
       01  WS-Trailer-Sw           PIC X       VALUE "N".
           88 StatementTrailerFound            VALUE "Y".

      * The first reason found for turning the statement away -
      * one bad record and none of it is taken.
       01  WS-Reject-Reason        PIC X(40)   VALUE SPACES.
           88 StatementAccepted                VALUE SPACES.

      * The control record as read, kept whole so the fields this
      * run does not own go back unchanged.
       01  WS-Control-Image        PIC X(108)  VALUE SPACES.
       01  WS-Prior-Stmt-Date      PIC 9(8)    VALUE ZERO.
       01  WS-Prior-Stmt-Balance   PIC S9(9)V99 VALUE ZERO.

       01  WS-Account              PIC X(8)    VALUE SPACES.
       01  WS-From-Date-X          PIC X(8)    VALUE SPACES.
       01  WS-From-Date REDEFINES WS-From-Date-X
                                   PIC 9(8).
       01  WS-To-Date-X            PIC X(8)    VALUE SPACES.
       01  WS-To-Date REDEFINES WS-To-Date-X
                                   PIC 9(8).
       01  WS-Line-Date-X          PIC X(8)    VALUE SPACES.
       01  WS-Line-Date REDEFINES WS-Line-Date-X
                                   PIC 9(8).
       01  WS-Amount-X             PIC X(11)   VALUE SPACES.
       01  WS-Amount-Num REDEFINES WS-Amount-X
                                   PIC 9(9)V99.
       01  WS-Count-X              PIC X(7)    VALUE SPACES.
       01  WS-Count-Num REDEFINES WS-Count-X
                                   PIC 9(7).

       01  WS-Opening-Balance      PIC S9(9)V99 VALUE ZERO.
       01  WS-Closing-Balance      PIC S9(9)V99 VALUE ZERO.
       01  WS-Proved-Closing       PIC S9(10)V99 VALUE ZERO.
       01  WS-Money-In             PIC 9(10)V99 VALUE ZERO.
       01  WS-Money-Out            PIC 9(10)V99 VALUE ZERO.

      * The statement lines, held until the whole file has proved.
       01  StmtLineTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  StmtLineTable.
           02 StmtLineEntry        OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON StmtLineTableCount
                                    INDEXED BY StmtIdx.
               03 SL-Date-Tbl      PIC 9(8).
               03 SL-Direction-Tbl PIC X.
               03 SL-Amount-Tbl    PIC 9(9)V99.
               03 SL-Reference-Tbl PIC X(12).
               03 SL-Narrative-Tbl PIC X(20).

       01  WS-Records-Read         PIC 9(5)    VALUE ZERO.

      * Balances run past the shared money picture's seven places.
       01  WS-Edit-Amount          PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       BEGIN.
      * The month's bank statement comes in as a file instead of a
      * sheet of paper. The whole statement is proved before any of
      * it is taken: a header first, every line dated with a C or D
      * and a numeric amount, a trailer whose count agrees, lines
      * that carry the opening balance to the closing one, and an
      * opening balance that is the closing balance of the last
      * statement taken, so a month cannot be skipped or taken
      * twice. A statement that fails is turned away whole - an
      * EXCEPTS.DAT entry and a 16 return code. A good one joins
      * the reconciliation items uncleared and moves the statement
      * balance on; the very first one also seeds the book at its
      * opening balance so the two sides start level.
            PERFORM ReadBankControl

            OPEN INPUT StatementFile
            IF WS-Statement-Status NOT = "00"
                DISPLAY "BankStmtImport - BANKSTMT.DAT NOT ON HAND - "
                    "NOTHING TO IMPORT"
                STOP RUN
            END-IF
            READ StatementFile
                AT END SET EndOfStatementFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfStatementFile
                ADD 1 TO WS-Records-Read
                IF StatementAccepted
                    PERFORM TakeOneStatementRecord
                END-IF
                READ StatementFile
                    AT END SET EndOfStatementFile TO TRUE
                END-READ
            END-PERFORM
            CLOSE StatementFile

            IF StatementAccepted
                PERFORM ProveStatement
            END-IF
            IF NOT StatementAccepted
                DISPLAY "BankStmtImport - STATEMENT REJECTED - "
                    WS-Reject-Reason
                PERFORM WriteCommonException
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM StoreStatementLines
            PERFORM StoreBankControl

            DISPLAY "BankStmtImport - Control Report"
            DISPLAY "Account            : " WS-Account
            DISPLAY "Statement period   : " WS-From-Date " TO "
                WS-To-Date
            MOVE WS-Opening-Balance TO WS-Edit-Amount
            DISPLAY "Opening balance    : " WS-Edit-Amount
            MOVE WS-Money-In TO WS-Edit-Amount
            DISPLAY "Money in           : " WS-Edit-Amount
            MOVE WS-Money-Out TO WS-Edit-Amount
            DISPLAY "Money out          : " WS-Edit-Amount
            MOVE WS-Closing-Balance TO WS-Edit-Amount
            DISPLAY "Closing balance    : " WS-Edit-Amount
            DISPLAY "Lines imported     : " StmtLineTableCount
            STOP RUN.

      * The header has to come first and only once; nothing may
      * follow the trailer.
       TakeOneStatementRecord.
            EVALUATE TRUE
                WHEN StatementTrailerFound
                    MOVE "STATEMENT RECORDS OUT OF SEQUENCE"
                        TO WS-Reject-Reason
                WHEN StmtHeaderRec
                    IF StatementHeaderFound
                       OR WS-Records-Read NOT = 1
                        MOVE "STATEMENT RECORDS OUT OF SEQUENCE"
                            TO WS-Reject-Reason
                    ELSE
                        PERFORM TakeStatementHeader
                    END-IF
                WHEN NOT StatementHeaderFound
                    MOVE "STATEMENT HAS NO HEADER RECORD"
                        TO WS-Reject-Reason
                WHEN StmtLineRec
                    PERFORM TakeStatementLine
                WHEN StmtTrailerRec
                    PERFORM TakeStatementTrailer
                WHEN OTHER
                    MOVE "STATEMENT RECORD TYPE NOT VALID"
                        TO WS-Reject-Reason
            END-EVALUATE.

       TakeStatementHeader.
            SET StatementHeaderFound TO TRUE
            MOVE STH-Account   TO WS-Account
            MOVE STH-From-Date TO WS-From-Date-X
            MOVE STH-To-Date   TO WS-To-Date-X
            MOVE STH-Opening   TO WS-Amount-X
            IF WS-From-Date-X NOT NUMERIC
               OR WS-To-Date-X NOT NUMERIC
               OR WS-Amount-X NOT NUMERIC
               OR (STH-Opening-Sign NOT = "C"
                   AND STH-Opening-Sign NOT = "D")
                MOVE "STATEMENT HEADER NOT VALID" TO WS-Reject-Reason
            ELSE
                IF STH-Opening-Sign = "D"
                    COMPUTE WS-Opening-Balance = ZERO - WS-Amount-Num
                ELSE
                    MOVE WS-Amount-Num TO WS-Opening-Balance
                END-IF
                IF WS-To-Date < WS-From-Date
                    MOVE "STATEMENT PERIOD NOT VALID"
                        TO WS-Reject-Reason
                END-IF
            END-IF.

       TakeStatementLine.
            MOVE STM-Date   TO WS-Line-Date-X
            MOVE STM-Amount TO WS-Amount-X
            IF WS-Line-Date-X NOT NUMERIC
               OR WS-Amount-X NOT NUMERIC
               OR NOT (StmtCredit OR StmtDebit)
                MOVE "STATEMENT LINE NOT VALID" TO WS-Reject-Reason
            ELSE
                IF StmtLineTableCount = 3000
                    MOVE "STATEMENT TOO LONG FOR ONE IMPORT"
                        TO WS-Reject-Reason
                ELSE
                    SET StmtIdx TO StmtLineTableCount
                    SET StmtIdx UP BY 1
                    SET StmtLineTableCount TO StmtIdx
                    MOVE WS-Line-Date   TO SL-Date-Tbl(StmtIdx)
                    MOVE WS-Amount-Num  TO SL-Amount-Tbl(StmtIdx)
                    MOVE STM-Reference  TO SL-Reference-Tbl(StmtIdx)
                    MOVE STM-Narrative  TO SL-Narrative-Tbl(StmtIdx)
                    IF StmtCredit
                        MOVE "I" TO SL-Direction-Tbl(StmtIdx)
                        ADD WS-Amount-Num TO WS-Money-In
                    ELSE
                        MOVE "O" TO SL-Direction-Tbl(StmtIdx)
                        ADD WS-Amount-Num TO WS-Money-Out
                    END-IF
                END-IF
            END-IF.

       TakeStatementTrailer.
            SET StatementTrailerFound TO TRUE
            MOVE STT-Count   TO WS-Count-X
            MOVE STT-Closing TO WS-Amount-X
            IF WS-Count-X NOT NUMERIC
               OR WS-Amount-X NOT NUMERIC
               OR (STT-Closing-Sign NOT = "C"
                   AND STT-Closing-Sign NOT = "D")
                MOVE "STATEMENT TRAILER NOT VALID" TO WS-Reject-Reason
            ELSE
                IF STT-Closing-Sign = "D"
                    COMPUTE WS-Closing-Balance = ZERO - WS-Amount-Num
                ELSE
                    MOVE WS-Amount-Num TO WS-Closing-Balance
                END-IF
            END-IF.

      * The trailer count, the arithmetic from opening to closing,
      * and the join onto the last statement taken.
       ProveStatement.
            COMPUTE WS-Proved-Closing =
                WS-Opening-Balance + WS-Money-In - WS-Money-Out
            EVALUATE TRUE
                WHEN NOT StatementHeaderFound
                    MOVE "STATEMENT HAS NO HEADER RECORD"
                        TO WS-Reject-Reason
                WHEN NOT StatementTrailerFound
                    MOVE "STATEMENT HAS NO TRAILER RECORD"
                        TO WS-Reject-Reason
                WHEN WS-Count-Num NOT = StmtLineTableCount
                    MOVE "STATEMENT TRAILER COUNT DOES NOT AGREE"
                        TO WS-Reject-Reason
                WHEN WS-Proved-Closing NOT = WS-Closing-Balance
                    MOVE "STATEMENT LINES DO NOT PROVE TO CLOSING"
                        TO WS-Reject-Reason
                WHEN WS-Prior-Stmt-Date > ZERO
                     AND WS-From-Date <= WS-Prior-Stmt-Date
                    MOVE "STATEMENT ALREADY TAKEN OR OUT OF ORDER"
                        TO WS-Reject-Reason
                WHEN WS-Prior-Stmt-Date > ZERO
                     AND WS-Opening-Balance NOT = WS-Prior-Stmt-Balance
                    MOVE "OPENING BALANCE NOT LAST CLOSING BALANCE"
                        TO WS-Reject-Reason
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       StoreStatementLines.
            OPEN EXTEND ReconFile
            IF WS-Recon-Status = "35"
                OPEN OUTPUT ReconFile
            END-IF
            PERFORM VARYING StmtIdx FROM 1 BY 1
                    UNTIL StmtIdx > StmtLineTableCount
                MOVE SPACES TO BankReconRecord
                SET StatementItem TO TRUE
                MOVE SL-Date-Tbl(StmtIdx)      TO BRC-Item-Date
                MOVE SL-Direction-Tbl(StmtIdx) TO BRC-Direction
                MOVE SL-Amount-Tbl(StmtIdx)    TO BRC-Amount
                MOVE SL-Reference-Tbl(StmtIdx) TO BRC-Reference
                MOVE "STATEMENT"               TO BRC-Source
                MOVE SL-Narrative-Tbl(StmtIdx) TO BRC-Narrative
                SET ItemUncleared TO TRUE
                MOVE ZERO TO BRC-Match-No
                MOVE ZERO TO BRC-Match-Date
                WRITE BankReconRecord
            END-PERFORM
            CLOSE ReconFile.

      * No BANKCTL.DAT yet (a "35" status) means this is the first
      * statement ever taken - nothing for it to join onto.
       ReadBankControl.
            OPEN INPUT ControlFile
            IF WS-Control-Status = "00"
                READ ControlFile
                    AT END CONTINUE
                    NOT AT END
                        SET ControlFileOnHand TO TRUE
                        MOVE BankControlRecord TO WS-Control-Image
                        MOVE BCT-Stmt-Date     TO WS-Prior-Stmt-Date
                        MOVE BCT-Stmt-Balance
                            TO WS-Prior-Stmt-Balance
                END-READ
                CLOSE ControlFile
            END-IF.

      * The book is picked up from the day the first statement
      * opens - one less than its from-date still sorts before it
      * even when that is the first of the month.
       StoreBankControl.
            OPEN OUTPUT ControlFile
            IF ControlFileOnHand
                MOVE WS-Control-Image TO BankControlRecord
            ELSE
                MOVE SPACES TO BankControlRecord
                COMPUTE BCT-Book-Through = WS-From-Date - 1
                MOVE WS-Opening-Balance TO BCT-Book-Balance
                MOVE ZERO TO BCT-Paybank-Date
                MOVE ZERO TO BCT-Paybank-Count
                MOVE ZERO TO BCT-Paybank-Total
                MOVE ZERO TO BCT-Last-Match-No
                MOVE ZERO TO BCT-Last-Recon-Date
                MOVE SPACES TO BCT-Journal-Taken
                MOVE SPACES TO BCT-History-Taken
            END-IF
            MOVE WS-To-Date         TO BCT-Stmt-Date
            MOVE WS-Closing-Balance TO BCT-Stmt-Balance
            WRITE BankControlRecord
            CLOSE ControlFile.

       WriteCommonException.
            OPEN EXTEND CommonExceptFile
            MOVE "STMTIMPORT" TO EXC-Program
            MOVE "BANKSTMT  " TO EXC-Key
            MOVE WS-Reject-Reason TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

       END PROGRAM BankStmtImport.
