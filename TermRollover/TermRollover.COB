               03 EN-StudentId-Tbl PIC 9(7).
               03 EN-CourseCode-Tbl PIC X(4).
               03 EN-Date-Tbl      PIC 9(8).
               03 EN-Section-Tbl   PIC X.
               03 EN-Closed-Tbl    PIC X.
                   88 EnrollSlotClosed     VALUE "G" "I".

                MOVE ENR-StudentId  TO EN-StudentId-Tbl(EnrollIdx)
                MOVE ENR-CourseCode TO EN-CourseCode-Tbl(EnrollIdx)
                MOVE ENR-Date       TO EN-Date-Tbl(EnrollIdx)
                MOVE ENR-Section    TO EN-Section-Tbl(EnrollIdx)
                MOVE SPACE          TO EN-Closed-Tbl(EnrollIdx)
                READ EnrollFile
                    AT END SET EndOfEnrollFile TO TRUE
                    MOVE EN-CourseCode-Tbl(EnrollIdx)
                        TO ENR-CourseCode
                    MOVE EN-Date-Tbl(EnrollIdx) TO ENR-Date
                    MOVE EN-Section-Tbl(EnrollIdx) TO ENR-Section
                    WRITE EnrollmentRecord
                END-IF
            END-PERFORM
