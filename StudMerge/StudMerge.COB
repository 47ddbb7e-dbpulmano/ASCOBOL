               03 EN-StudentId-Tbl PIC 9(7).
               03 EN-CourseCode-Tbl PIC X(4).
               03 EN-Date-Tbl      PIC 9(8).
               03 EN-Section-Tbl   PIC X.
               03 EN-Dropped-Tbl   PIC X.
                   88 EnrollSlotDropped    VALUE "D".

               03 WL-CourseCode-Tbl PIC X(4).
               03 WL-Date-Tbl      PIC 9(8).
               03 WL-Time-Tbl      PIC 9(6).
               03 WL-Section-Tbl   PIC X.

       01  XrefTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  XrefTable.
                MOVE ENR-StudentId  TO EN-StudentId-Tbl(EnrollIdx)
                MOVE ENR-CourseCode TO EN-CourseCode-Tbl(EnrollIdx)
                MOVE ENR-Date       TO EN-Date-Tbl(EnrollIdx)
                MOVE ENR-Section    TO EN-Section-Tbl(EnrollIdx)
                MOVE SPACE          TO EN-Dropped-Tbl(EnrollIdx)
                READ EnrollFile
                    AT END SET EndOfEnrollFile TO TRUE
                    MOVE EN-CourseCode-Tbl(EnrollIdx)
                        TO ENR-CourseCode
                    MOVE EN-Date-Tbl(EnrollIdx) TO ENR-Date
                    MOVE EN-Section-Tbl(EnrollIdx) TO ENR-Section
                    WRITE EnrollmentRecord
                END-IF
            END-PERFORM
                MOVE WL-CourseCode TO WL-CourseCode-Tbl(WaitIdx)
                MOVE WL-Date       TO WL-Date-Tbl(WaitIdx)
                MOVE WL-Time       TO WL-Time-Tbl(WaitIdx)
                MOVE WL-Section    TO WL-Section-Tbl(WaitIdx)
                READ WaitlistFile
                    AT END SET EndOfWaitlistFile TO TRUE
                END-READ
                MOVE WL-CourseCode-Tbl(WaitIdx) TO WL-CourseCode
                MOVE WL-Date-Tbl(WaitIdx)       TO WL-Date
                MOVE WL-Time-Tbl(WaitIdx)       TO WL-Time
                MOVE WL-Section-Tbl(WaitIdx)    TO WL-Section
                WRITE WaitlistRecord
            END-PERFORM
            CLOSE WaitlistFile.
