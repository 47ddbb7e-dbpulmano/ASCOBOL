                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Results-Status.

      * Credit brought from other colleges - an exemption from a
      * course counts as that course passed.
           SELECT AdvStandFile ASSIGN "ADVSTAND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AdvStand-Status.

      * Every graduate lands on the graduate register with the term
      * they completed in - CertPrint prints the parchments from it.
           SELECT GradRegFile ASSIGN "GRADS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NotClearFile ASSIGN "NOTCLEAR.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       FD  ResultsFile.
           COPY RESULTS.

       FD  AdvStandFile.
           COPY ADVSTAND.

       FD  GradRegFile.
           COPY GRADREC.

       FD  NotClearFile.
       01  ShowNotClear             PIC X(80).

           88 ReqResultFound                   VALUE "Y".
       01  WS-Not-Cleared          PIC 9(5)    VALUE ZERO.

       01  WS-AdvStand-Status      PIC XX      VALUE SPACES.
       01  WS-AdvStand-EOF-Switch  PIC X       VALUE "N".
           88 EndOfAdvStandFile                VALUE "Y".
       01  ExemptTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  ExemptTable.
           02 ExemptEntry          OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON ExemptTableCount
                                    INDEXED BY ExemptIdx.
               03 EX-StudentId-Tbl PIC 9(7).
               03 EX-CourseCode-Tbl PIC X(4).
       01  WS-Exempt-Switch        PIC X       VALUE "N".
           88 CourseIsExempted                 VALUE "Y".
       01  WS-Exempt-StudentId     PIC 9(7)    VALUE ZERO.
       01  WS-Exempt-CourseCode    PIC X(4)    VALUE SPACES.

       01  WS-NotClear-Title-Line  PIC X(80)   VALUE
           "NOT CLEARED TO GRADUATE - OUTSTANDING REQUIREMENTS".

            PERFORM LoadCourseTable
            PERFORM LoadReqTable
            PERFORM LoadResultTable
            PERFORM LoadExemptTable

            PERFORM ClaimMasterLock
            OPEN I-O StudentFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile
            OPEN OUTPUT NotClearFile
            OPEN EXTEND GradRegFile
            MOVE WS-NotClear-Title-Line TO ShowNotClear
            WRITE ShowNotClear

            CLOSE ExceptionFile
            CLOSE AuditFile
            CLOSE NotClearFile
            CLOSE GradRegFile

            PERFORM StoreCourseTable

                        REWRITE StudentMasterRecord
                        PERFORM WriteAuditRecord
                        PERFORM HoldGraduateForListing
                        PERFORM WriteGraduateRecord
                        ADD 1 TO WS-Students-Graduated
                    END-IF
            END-EVALUATE.
      * The audit the paper checklist used to be - every REQUIRES
      * row for the candidate's course must show a RESULTS.DAT
      * grade at or better than the required pass grade (grades
      * order alphabetically, A best) or an ADVSTAND.DAT exemption
      * from the required course, and each shortfall prints on the
      * not-cleared listing with the missing piece named.
       AuditDegreeRequirements.
            MOVE "N" TO WS-Req-Short-Switch
            PERFORM VARYING WS-Req-Sub FROM 1 BY 1
            END-PERFORM.

       CheckOneRequirement.
            MOVE StudentId-G TO WS-Exempt-StudentId
            MOVE RQ-ReqCourse-Tbl(WS-Req-Sub) TO WS-Exempt-CourseCode
            PERFORM CheckExemption
            IF NOT CourseIsExempted
                PERFORM CheckRequirementResults
            END-IF.

       CheckRequirementResults.
            MOVE "N" TO WS-Req-Found-Switch
            MOVE SPACES TO WS-Best-Grade
            PERFORM VARYING WS-Result-Sub FROM 1 BY 1
            MOVE WS-NotClear-Detail-Line TO ShowNotClear
            WRITE ShowNotClear.

       WriteGraduateRecord.
            MOVE StudentId          TO GRD-StudentId
            MOVE CourseCode         TO GRD-CourseCode
            MOVE WS-Current-Term-Id TO GRD-Term-Id
            MOVE CompletionDate-G   TO GRD-Completion-Date
            WRITE GraduateRecord.

       ValidateStudentCourse.
            SET WS-Course-Valid-Switch TO "N"
            IF CourseTableCount > ZERO
                CLOSE ReqFile
            END-IF.

      * An exemption on ADVSTAND.DAT for the student and course in
      * WS-Exempt-StudentId / WS-Exempt-CourseCode.
       CheckExemption.
            MOVE "N" TO WS-Exempt-Switch
            IF ExemptTableCount > ZERO
                SET ExemptIdx TO 1
                SEARCH ExemptEntry
                   AT END MOVE "N" TO WS-Exempt-Switch
                   WHEN EX-StudentId-Tbl(ExemptIdx) =
                            WS-Exempt-StudentId
                        AND EX-CourseCode-Tbl(ExemptIdx) =
                            WS-Exempt-CourseCode
                        SET CourseIsExempted TO TRUE
                END-SEARCH
            END-IF.

      * No ADVSTAND.DAT yet (a "35" status) just means no transfer
      * credit has been keyed - nobody is exempted from anything.
       LoadExemptTable.
            OPEN INPUT AdvStandFile
            IF WS-AdvStand-Status NOT = "00"
                SET EndOfAdvStandFile TO TRUE
            ELSE
                READ AdvStandFile
                    AT END SET EndOfAdvStandFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAdvStandFile
                SET ExemptIdx TO ExemptTableCount
                SET ExemptIdx UP BY 1
                SET ExemptTableCount TO ExemptIdx
                MOVE ADV-StudentId  TO EX-StudentId-Tbl(ExemptIdx)
                MOVE ADV-CourseCode TO EX-CourseCode-Tbl(ExemptIdx)
                READ AdvStandFile
                    AT END SET EndOfAdvStandFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-AdvStand-Status NOT = "35"
                CLOSE AdvStandFile
            END-IF.

      * No RESULTS.DAT yet (a "35" status) means no grades have
      * posted - any audited requirement then shows as missing.
       LoadResultTable.
