           02 RL-Unit-Size  PIC 9.
           02 RL-Units-Sold PIC S9(3).
           02 RL-SalesPerson PIC X(3).
      * Set on lines WebOrderImport queued - the web shop's order
      * number, spaces on every other writer's lines.
           02 RL-Web-Order  PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-Customer-Status       PIC XX      VALUE SPACES.
       01  WS-Released-EOF-Switch   PIC X       VALUE "N".
           88 EndOfReleasedFile                 VALUE "Y".
       01  WS-Released-Folded       PIC 9(5)    VALUE ZERO.
       01  WS-Web-Lines-Folded      PIC 9(5)    VALUE ZERO.

       01  WS-Session-Totals.
           02 WS-Sales-Keyed        PIC 9(7)    VALUE ZERO.
                ADD 1 TO WS-Sales-Keyed
                ADD RL-Units-Sold TO WS-Units-Keyed
                ADD 1 TO WS-Released-Folded
                IF RL-Web-Order NOT = SPACES
                    ADD 1 TO WS-Web-Lines-Folded
                END-IF
                READ ReleasedFile
                    AT END SET EndOfReleasedFile TO TRUE
                END-READ
            IF WS-Released-Folded > ZERO
                DISPLAY WS-Released-Folded
                    " released held order(s) folded into this extract"
            END-IF
            IF WS-Web-Lines-Folded > ZERO
                DISPLAY WS-Web-Lines-Folded
                    " of them web shop order line(s)"
            END-IF.

       AcceptPeriodDates.
