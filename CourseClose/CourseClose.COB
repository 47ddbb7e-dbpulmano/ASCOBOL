           02 SuccessorCourse-X    PIC X(4).

      * Same record TRANSFER.DAT carries - id, old and new course,
      * transaction code, effective date, section asked for.
       FD  RawTransferFile.
       01  RawTransferRecord.
           02 RAW-StudentId        PIC 9(7).
           02 RAW-NewCourseCode    PIC X(4).
           02 RAW-TransCode        PIC X.
           02 RAW-EffectiveDate    PIC X(8).
           02 RAW-NewSection       PIC X.

      * Same record TRANSENR.DAT carries - code, id, course,
      * section.
       FD  EnrollTransFile.
       01  EnrollTransRecord.
           02 ETR-TransCode        PIC X.
           02 ETR-StudentId        PIC 9(7).
           02 ETR-CourseCode       PIC X(4).
           02 ETR-Section          PIC X.

       FD  EnrollFile.
           COPY ENROLL.
               03 WL-CourseCode-Tbl PIC X(4).
               03 WL-Date-Tbl      PIC 9(8).
               03 WL-Time-Tbl      PIC 9(6).
               03 WL-Section-Tbl   PIC X.

       01  WS-Wait-Sub             PIC 9(4)    COMP VALUE ZERO.

                                TO RAW-NewCourseCode
                            MOVE "T"    TO RAW-TransCode
                            MOVE SPACES TO RAW-EffectiveDate
                            MOVE SPACE  TO RAW-NewSection
                            WRITE RawTransferRecord
                            MOVE StudentId TO SL-StudentId
                            MOVE "TRANSFER CUT TO FEED"
                    MOVE "D"            TO ETR-TransCode
                    MOVE ENR-StudentId  TO ETR-StudentId
                    MOVE ClosingCourse-X TO ETR-CourseCode
                    MOVE ENR-Section    TO ETR-Section
                    WRITE EnrollTransRecord
                    MOVE "E"            TO ETR-TransCode
                    MOVE ENR-StudentId  TO ETR-StudentId
                    MOVE SuccessorCourse-X TO ETR-CourseCode
                    MOVE SPACE          TO ETR-Section
                    WRITE EnrollTransRecord
                    MOVE ENR-StudentId TO SL-StudentId
                    MOVE "ENROLL MOVE CUT TO FEED" TO SL-Detail
            END-IF.

      * Re-keying the course in place keeps the file's arrival
      * order, so nobody loses their place in the queue. The
      * closing course's section means nothing on the successor,
      * so the entry waits for any section there.
       MoveWaitlistEntries.
            PERFORM VARYING WS-Wait-Sub FROM 1 BY 1
                    UNTIL WS-Wait-Sub > WaitlistTableCount
                IF WL-CourseCode-Tbl(WS-Wait-Sub) = ClosingCourse-X
                    MOVE SuccessorCourse-X
                        TO WL-CourseCode-Tbl(WS-Wait-Sub)
                    MOVE SPACE TO WL-Section-Tbl(WS-Wait-Sub)
                    MOVE WL-StudentId-Tbl(WS-Wait-Sub)
                        TO SL-StudentId
                    MOVE "WAITLIST CARRIED ACROSS" TO SL-Detail
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
                CLOSE WaitlistFile
