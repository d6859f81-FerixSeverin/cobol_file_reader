      *> Grade posting, one grade per student, course and term. Set
      *> GrdStudID, GrdCourse and GrdTerm; FindGrade, then PostGrade.
      *> LogGradeChange writes GradeAudit.log with an AUDIT_CHAIN check.
       FindGrade.
           MOVE 'N' TO GrdFound
           MOVE SPACES TO GrdOldScore
           MOVE 'N' TO GradesEOF
           OPEN INPUT GradesFile
           IF GradesFileStatus NOT = "00"
              MOVE 'Y' TO GradesEOF
           END-IF
           PERFORM UNTIL GradesEOF = 'Y'
              READ GradesFile
                 AT END MOVE 'Y' TO GradesEOF
                 NOT AT END
                    IF GRStudID = GrdStudID AND GRCourse = GrdCourse
                       AND GRTerm = GrdTerm
                       MOVE 'Y' TO GrdFound
                       MOVE GRScore TO GrdOldNum
                    END-IF
              END-READ
           END-PERFORM
           IF GradesFileStatus NOT = "35"
              CLOSE GradesFile
           END-IF.

       PostGrade.
           MOVE 'N' TO GrdPosted
           IF GrdFound = 'Y'
              PERFORM ReplaceGrade
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GradesFile
           IF GradesFileStatus = "35"
              OPEN OUTPUT GradesFile
           END-IF
           IF GradesFileStatus NOT = "00"
              DISPLAY "Unable To Open Grades.dat, Status "
                 GradesFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE GrdStudID TO GRStudID
           MOVE GrdCourse TO GRCourse
           MOVE GrdScore TO GRScore
           MOVE GrdCredits TO GRCredits
           MOVE GrdTerm TO GRTerm
           WRITE GradeRecord
           IF GradesFileStatus NOT = "00"
              DISPLAY "Unable To Write Grades.dat, Status "
                 GradesFileStatus
           ELSE
              MOVE 'Y' TO GrdPosted
           END-IF
           CLOSE GradesFile.

       ReplaceGrade.
           MOVE 'N' TO GradesEOF
           OPEN INPUT GradesFile
           IF GradesFileStatus NOT = "00"
              DISPLAY "Unable To Open Grades.dat, Status "
                 GradesFileStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GradesWorkFile
           IF GradesWorkStatus NOT = "00"
              DISPLAY "Unable To Open Grades.tmp, Status "
                 GradesWorkStatus
              CLOSE GradesFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GradesEOF = 'Y'
              READ GradesFile
                 AT END MOVE 'Y' TO GradesEOF
                 NOT AT END
                    IF GRStudID = GrdStudID AND GRCourse = GrdCourse
                       AND GRTerm = GrdTerm
                       IF GrdPosted NOT = 'Y'
                          MOVE GrdScore TO GRScore
                          MOVE GrdCredits TO GRCredits
                          WRITE GradesWorkRecord FROM GradeRecord
                          MOVE 'Y' TO GrdPosted
                       END-IF
                    ELSE
                       WRITE GradesWorkRecord FROM GradeRecord
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GradesFile, GradesWorkFile
           IF GrdPosted NOT = 'Y'
              DISPLAY "Grade No Longer On Grades.dat, Not Changed"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO GrdPosted
           MOVE 'N' TO GradesWorkEOF
           OPEN INPUT GradesWorkFile
           IF GradesWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Grades.tmp, Status "
                 GradesWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GradesFile
           IF GradesFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite Grades.dat, Status "
                 GradesFileStatus
              CLOSE GradesWorkFile
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO GrdPosted
           PERFORM UNTIL GradesWorkEOF = 'Y'
              READ GradesWorkFile
                 AT END MOVE 'Y' TO GradesWorkEOF
                 NOT AT END
                    WRITE GradeRecord FROM GradesWorkRecord
                    IF GradesFileStatus NOT = "00"
                       DISPLAY "Unable To Write Grades.dat, "
                          "Status " GradesFileStatus
                       MOVE 'N' TO GrdPosted
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GradesWorkFile, GradesFile.

       LogGradeChange.
           OPEN EXTEND GradeAudit
           IF GradeAuditStatus = "35"
              OPEN OUTPUT GradeAudit
           END-IF
           IF GradeAuditStatus NOT = "00"
              DISPLAY "Unable To Open GradeAudit.log, Status "
                 GradeAuditStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO GATimestamp
           MOVE GrdAction TO GAAction
           MOVE GrdTerm TO GATerm
           MOVE GrdStudID TO GAStudID
           MOVE GrdCourse TO GACourse
           MOVE GrdOldScore TO GAOldScore
           MOVE GrdScore TO GANewScore
           MOVE GrdReason TO GAReason
           MOVE GrdOperator TO GAOperator
           MOVE GrdApprover TO GAApprover
           MOVE GrdChange TO GAChange
           MOVE "STAMP" TO CRFunc
           MOVE "GradeAudit.log" TO CRLogName
           MOVE GradeAuditRecord TO CRRecord
           CALL "AUDIT_CHAIN" USING ChainRequest
              ON EXCEPTION MOVE ZERO TO CRCheck
           END-CALL
           MOVE CRCheck TO GACheck
           WRITE GradeAuditRecord
           IF GradeAuditStatus NOT = "00"
              DISPLAY "Unable To Write GradeAudit.log, Status "
                 GradeAuditStatus
           END-IF
           CLOSE GradeAudit.
