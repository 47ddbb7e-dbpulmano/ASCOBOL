                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Close-Status.

      * The manual journal register - the MANUAL source's lines are
      * listed journal by journal with who prepared them.
           SELECT RegisterFile ASSIGN "MJREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Register-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  JournalFile.
       01  CloseControlRecord.
           02 GLC-Last-Closed      PIC 9(6).

       FD  RegisterFile.
           COPY MANJREG.

       WORKING-STORAGE SECTION.
       01  WS-Journal-Status       PIC XX      VALUE SPACES.
       01  WS-Journal-EOF-Switch   PIC X       VALUE "N".

       01  WS-Proof-Sub            PIC 9(4)    COMP VALUE ZERO.

       01  WS-Register-Status      PIC XX      VALUE SPACES.
       01  WS-Register-EOF-Switch  PIC X       VALUE "N".
           88 EndOfRegisterFile                VALUE "Y".
       01  WS-Manual-Journals      PIC 9(5)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Entries-Read      PIC 9(7)    VALUE ZERO.
           02 WS-Sources-Unbalanced PIC 9(3)   VALUE ZERO.
           02 DL-Verdict            PIC X(12).
           02 FILLER                PIC X(21)   VALUE SPACES.

       01  WS-Manual-Title-Line     PIC X(80)   VALUE
           "MANUAL JOURNALS IN THE OPEN PERIOD".

       01  WS-Manual-Heading-Line.
           02 FILLER                PIC X(40)   VALUE
              "JOURNAL  DATE     KIND DESCRIPTION      ".
           02 FILLER                PIC X(40)   VALUE
              "              PREPARER          TOTAL   ".

       01  WS-Manual-Line.
           02 ML-Journal-No         PIC 9(6).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 ML-Date               PIC 9(8).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 ML-Kind               PIC X(4).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 ML-Description        PIC X(30).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 ML-Preparer           PIC X(8).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 ML-Total              PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(4)    VALUE SPACES.

       01  WS-End-Of-Report-Line    PIC X(80)   VALUE
           "END OF REPORT".

            PERFORM ProveOneSource
                VARYING WS-Proof-Sub FROM 1 BY 1
                UNTIL WS-Proof-Sub > ProofTableCount
            PERFORM ListManualJournals
            MOVE WS-End-Of-Report-Line TO ShowProofReport
            WRITE ShowProofReport
            CLOSE ProofReportFile
            DISPLAY "JournalProof - Control Report"
            DISPLAY "Journal entries read : " WS-Entries-Read
            DISPLAY "In closed periods    : " WS-Entries-Locked
            DISPLAY "Manual journals      : " WS-Manual-Journals
            DISPLAY "Total debits         : " WS-Total-Debits-Edit
            DISPLAY "Total credits        : " WS-Total-Credits-Edit
            IF WS-Sources-Unbalanced > ZERO
                END-IF
            END-PERFORM.

      * Each manual journal dated in the open period, in register
      * order - keyed, self-reversing, the reversal itself, or
      * generated from a recurring template. No MJREG.DAT (a "35"
      * status) means none has ever been keyed, and the section
      * prints its headings alone.
       ListManualJournals.
            MOVE SPACES TO ShowProofReport
            WRITE ShowProofReport
            MOVE WS-Manual-Title-Line TO ShowProofReport
            WRITE ShowProofReport
            MOVE WS-Manual-Heading-Line TO ShowProofReport
            WRITE ShowProofReport
            OPEN INPUT RegisterFile
            IF WS-Register-Status NOT = "00"
                SET EndOfRegisterFile TO TRUE
            ELSE
                READ RegisterFile
                    AT END SET EndOfRegisterFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRegisterFile
                DIVIDE MJR-Date BY 100 GIVING WS-Entry-Month
                IF WS-Entry-Month > WS-Last-Closed
                    PERFORM PrintManualJournal
                END-IF
                READ RegisterFile
                    AT END SET EndOfRegisterFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Register-Status NOT = "35"
                CLOSE RegisterFile
            END-IF.

       PrintManualJournal.
            ADD 1 TO WS-Manual-Journals
            MOVE MJR-Journal-No  TO ML-Journal-No
            MOVE MJR-Date        TO ML-Date
            EVALUATE TRUE
                WHEN MJR-Reversing-Journal
                    MOVE "AREV" TO ML-Kind
                WHEN MJR-Reversal
                    MOVE "REVD" TO ML-Kind
                WHEN MJR-Template-Journal
                    MOVE "RECR" TO ML-Kind
                WHEN OTHER
                    MOVE "KEYD" TO ML-Kind
            END-EVALUATE
            MOVE MJR-Description TO ML-Description
            MOVE MJR-Preparer    TO ML-Preparer
            MOVE MJR-Total       TO ML-Total
            MOVE WS-Manual-Line TO ShowProofReport
            WRITE ShowProofReport.

      * No GLCLOSE.DAT (a "35" status) means no month has closed -
      * everything on file is the open period.
       GetLastClosed.
