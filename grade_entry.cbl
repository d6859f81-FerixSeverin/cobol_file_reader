       PROGRAM-ID. GRADE_ENTRY.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-09-02
      *> Grade entry and grade rosters. Output is GradeRoster.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradesFile ASSIGN TO "Grades.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GradesFileStatus.
           SELECT GradesWorkFile ASSIGN TO "Grades.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GradesWorkStatus.
           SELECT GradeAudit ASSIGN TO "GradeAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GradeAuditStatus.
           SELECT GradeChangeFile ASSIGN TO "GradeChange.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GradeChangeStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT CourseFile ASSIGN TO "CourseCat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CourseFileStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.
           SELECT InstrFile ASSIGN TO "Instructor.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS InstrFileStatus.
           SELECT AssignFile ASSIGN TO "InstrCourse.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AssignFileStatus.
           SELECT EnrollFile ASSIGN TO "Enroll.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EnrollFileStatus.
           SELECT RosterReport ASSIGN TO "GradeRoster.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RosterReportStatus.

       DATA DIVISION.
       FILE SECTION.
           02 GRCourse PIC X(10).
           02 GRScore PIC 999.
           02 GRCredits PIC 99.
           02 GRTerm PIC X(6).

       FD GradesWorkFile.
       01 GradesWorkRecord PIC X(26).

       FD GradeAudit.
       01 GradeAuditRecord.
           02 GATimestamp PIC X(21).
           02 GAAction PIC X(6).
           02 GATerm PIC X(6).
           02 GAStudID PIC 9(5).
           02 GACourse PIC X(10).
           02 GAOldScore PIC X(3).
           02 GANewScore PIC 9(3).
           02 GAReason PIC X(30).
           02 GAOperator PIC X(8).
           02 GAApprover PIC X(8).
           02 GAChange PIC 9(7).
           02 GACheck PIC 9(9).

       FD GradeChangeFile.
       01 GradeChangeRecord.
           02 GCSeq PIC 9(7).
           02 GCTimestamp PIC X(21).
           02 GCTerm PIC X(6).
           02 GCStudID PIC 9(5).
           02 GCCourse PIC X(10).
           02 GCOldScore PIC X(3).
           02 GCNewScore PIC 9(3).
           02 GCCredits PIC 99.
           02 GCStatus PIC X.
           02 GCRequester PIC X(8).
           02 GCDecider PIC X(8).
           02 GCReason PIC X(30).
           02 GCDecReason PIC X(30).

       FD StudentFile.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       FD CourseFile.
       01 CourseRecord.
           02 CRSeatLimit PIC 9(3).
           02 CRActive PIC X.

       FD TermFile.
       01 TermRecord.
           02 TMTermCode PIC X(6).
           02 TMTitle PIC X(20).
           02 TMStartDate PIC 9(8).
           02 TMEndDate PIC 9(8).
           02 TMAddDropDate PIC 9(8).
           02 TMGradeDate PIC 9(8).
           02 TMStatus PIC X.

       FD InstrFile.
       01 InstrRecord.
           02 INInstructor PIC X(8).
           02 INName PIC X(20).
           02 INDept PIC X(10).
           02 INActive PIC X.

       FD AssignFile.
       01 AssignRecord.
           02 ICTerm PIC X(6).
           02 ICCourse PIC X(10).
           02 ICInstructor PIC X(8).

       FD EnrollFile.
       01 EnrollRecord.
           02 ENTimestamp PIC X(21).
           02 ENStudID PIC 9(5).
           02 ENCourse PIC X(10).
           02 ENStatus PIC X.
           02 ENBilled PIC X.
           02 ENTerm PIC X(6).
           02 ENPriority PIC 9.

       FD RosterReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 GradeChangeStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 CourseFileStatus PIC XX VALUE "00".
       01 InstrFileStatus PIC XX VALUE "00".
       01 AssignFileStatus PIC XX VALUE "00".
       01 EnrollFileStatus PIC XX VALUE "00".
       01 RosterReportStatus PIC XX VALUE "00".
       01 StudentEOF PIC X.
       01 CourseEOF PIC X.
       01 InstrEOF PIC X.
       01 AssignEOF PIC X.
       01 EnrollEOF PIC X.
       01 GradeChangeEOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 YesNo PIC X.
       01 GradesKeyed PIC 9(5) VALUE ZERO.
       01 ChangesRequested PIC 9(5) VALUE ZERO.
       01 CurrentOperator PIC X(8).
       01 GradingOpen PIC X.
       01 MayGrade PIC X.
       01 ChangeSeq PIC 9(7).

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
              03 CTActive PIC X.
       01 CourseFound PIC X.

       01 InstrCount PIC 9(3) VALUE ZERO.
       01 InstrTable.
           02 InstrEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON InstrCount
                 INDEXED BY IX.
              03 XIInstructor PIC X(8).
              03 XIName PIC X(20).
              03 XIActive PIC X.
       01 InstrFound PIC X.

       01 AssignCount PIC 9(4) VALUE ZERO.
       01 AssignTable.
           02 AssignEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON AssignCount
                 INDEXED BY AX.
              03 XATerm PIC X(6).
              03 XACourse PIC X(10).
              03 XAInstructor PIC X(8).
       01 AssignFound PIC X.

       01 TermGradeCount PIC 9(4) VALUE ZERO.
       01 TermGradeTable.
           02 TermGradeEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON TermGradeCount
                 INDEXED BY TGX.
              03 TGStudID PIC 9(5).
              03 TGCourse PIC X(10).
              03 TGScore PIC 999.
       01 TermGradeFound PIC X.

       01 EntryStudID PIC 9(5).
       01 EntryCourse PIC X(10).
       01 EntryScore PIC 999.
       01 RosterCourse PIC X(10).
       01 RunDate PIC 9(8).
       01 RosterCount PIC 9(4).
       01 GradedCount PIC 9(4).
       01 CoursesPrinted PIC 9(3).

       01 RosterHeading.
           02 FILLER PIC X(15) VALUE "GRADE ROSTER : ".
           02 PrnCourse PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTitle PIC X(30).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTerm PIC X(6).
       01 RosterHeading2.
           02 FILLER PIC X(13) VALUE "Instructor : ".
           02 PrnInstructor PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnInstrName PIC X(20).
           02 FILLER PIC X(15) VALUE "  Grades Due : ".
           02 PrnGradeBy PIC 9(8).
       01 RosterColumns PIC X(30)
              VALUE "ID     Name        Score".
       01 RosterDetailLine.
           02 PrnStudID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStudName PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnScore PIC X(5).
       01 FooterRoster.
           02 FILLER PIC X(12) VALUE "Enrolled :".
           02 PrnRosterCount PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "  Graded :".
           02 PrnGradedCount PIC ZZZ9.
       01 SignatureLine.
           02 FILLER PIC X(22) VALUE "Instructor Signature :".
           02 FILLER PIC X(26) VALUE " _________________________".
           02 FILLER PIC X(20) VALUE "  Date : __________".

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.
       01 ChainRequest.
           02 CRFunc PIC X(5).
           02 CRLogName PIC X(20).
           02 CRRecord PIC X(200).
           02 CRPrevCheck PIC 9(9).
           02 CRCheck PIC 9(9).
           02 CRCount PIC 9(9).
           02 CRFound PIC X.

       COPY SITEWS.
       COPY TERMWS.
       COPY GRADEWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM ResolveDatasetNames
           CALL "SIGNON" USING SignonResult
              ON EXCEPTION
                 MOVE 'Y' TO SROK
                 MOVE "OPER" TO SROperID
                 MOVE 2 TO SROperLevel
           END-CALL
           IF SROK NOT = 'Y'
              STOP RUN
           END-IF
           MOVE SROperID TO CurrentOperator
           MOVE "CHECK" TO LockFunc
           MOVE "BatchLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           IF LockFound = 'Y'
              DISPLAY "Nightly Batch In Progress, "
                 "Try Again After It Completes"
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadTerms
           PERFORM LoadStudentTable
           PERFORM LoadCourseTable
           IF CourseCount = ZERO
                 "Grades Cannot Be Validated"
              STOP RUN
           END-IF
           PERFORM LoadInstructors
           PERFORM LoadAssignments
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "GRADE ENTRY"
              DISPLAY "1 : Key Or Change Grades"
              DISPLAY "2 : Print Grade Roster"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM KeyGrades
                 WHEN 2 PERFORM PrintRosters
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           DISPLAY "Grades Keyed : " GradesKeyed
           DISPLAY "Changes Requested : " ChangesRequested
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.
       COPY TERMPROC.
       COPY GRADEPROC.

       LoadStudentTable.
           MOVE 'N' TO StudentEOF
              CLOSE CourseFile
           END-IF.

       LoadInstructors.
           MOVE ZERO TO InstrCount
           MOVE 'N' TO InstrEOF
           OPEN INPUT InstrFile
           IF InstrFileStatus NOT = "00"
              MOVE 'Y' TO InstrEOF
           END-IF
           PERFORM UNTIL InstrEOF = 'Y'
              READ InstrFile
                 AT END MOVE 'Y' TO InstrEOF
                 NOT AT END
                    IF InstrCount < 500 AND INInstructor NOT = SPACES
                       ADD 1 TO InstrCount
                       SET IX TO InstrCount
                       MOVE INInstructor TO XIInstructor(IX)
                       MOVE INName TO XIName(IX)
                       MOVE INActive TO XIActive(IX)
                    END-IF
              END-READ
           END-PERFORM
           IF InstrFileStatus NOT = "35"
              CLOSE InstrFile
           END-IF.

       LoadAssignments.
           MOVE ZERO TO AssignCount
           MOVE 'N' TO AssignEOF
           OPEN INPUT AssignFile
           IF AssignFileStatus NOT = "00"
              MOVE 'Y' TO AssignEOF
           END-IF
           PERFORM UNTIL AssignEOF = 'Y'
              READ AssignFile
                 AT END MOVE 'Y' TO AssignEOF
                 NOT AT END
                    IF AssignCount < 2000 AND ICCourse NOT = SPACES
                       ADD 1 TO AssignCount
                       SET AX TO AssignCount
                       MOVE ICTerm TO XATerm(AX)
                       MOVE ICCourse TO XACourse(AX)
                       MOVE ICInstructor TO XAInstructor(AX)
                    END-IF
              END-READ
           END-PERFORM
           IF AssignFileStatus NOT = "35"
              CLOSE AssignFile
           END-IF.

       FindStudent.
           MOVE 'N' TO StudentFound
           IF StudentCount > 0
              SET ST TO 1
              SEARCH StudentEntry
                 AT END CONTINUE
                 WHEN STIDNum(ST) = EntryStudID
                    MOVE 'Y' TO StudentFound
              END-SEARCH
           END-IF.

       FindCourse.
           MOVE 'N' TO CourseFound
           IF CourseCount > 0
              SET CX TO 1
              SEARCH CourseEntry
                 AT END CONTINUE
                 WHEN CTCode(CX) = EntryCourse
                    MOVE 'Y' TO CourseFound
              END-SEARCH
           END-IF.

       FindAssignment.
           MOVE 'N' TO AssignFound
           MOVE 'N' TO InstrFound
           IF AssignCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET AX TO 1
           SEARCH AssignEntry
              AT END CONTINUE
              WHEN XATerm(AX) = TermCode AND XACourse(AX) = EntryCourse
                 MOVE 'Y' TO AssignFound
           END-SEARCH
           IF AssignFound = 'Y' AND InstrCount > ZERO
              SET IX TO 1
              SEARCH InstrEntry
                 AT END CONTINUE
                 WHEN XIInstructor(IX) = XAInstructor(AX)
                    MOVE 'Y' TO InstrFound
              END-SEARCH
           END-IF.

       CheckMayGrade.
           PERFORM FindAssignment
           IF SROperLevel >= 2
              MOVE 'Y' TO MayGrade
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO MayGrade
           IF AssignFound = 'Y' AND InstrFound = 'Y'
              AND XAInstructor(AX) = CurrentOperator
              AND XIActive(IX) = 'A'
              MOVE 'Y' TO MayGrade
           END-IF.

       AcceptTerm.
           DISPLAY "Term (Blank = Open Term) : " WITH NO ADVANCING
           MOVE SPACES TO TermCode
           ACCEPT TermCode
           MOVE FUNCTION UPPER-CASE(TermCode) TO TermCode
           IF TermCode = SPACES
              PERFORM FindOpenTerm
           ELSE
              PERFORM FindTerm
           END-IF
           IF TermFound NOT = 'Y'
              DISPLAY "Term Not On File"
           END-IF.

       KeyGrades.
           DISPLAY " "
           PERFORM AcceptTerm
           IF TermFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF TermStatus NOT = 'C' AND RunDate <= TermGradeBy
              MOVE 'Y' TO GradingOpen
           ELSE
              MOVE 'N' TO GradingOpen
              DISPLAY "Grading Deadline " TermGradeBy " For Term "
                 TermCode " Has Passed"
              DISPLAY "Grades Keyed Now Need A Reason And "
                 "Registrar Approval"
           END-IF
           DISPLAY "GRADE ENTRY - TERM " TermCode " " TermTitle
           MOVE 1 TO EntryStudID
           PERFORM AcceptOneGrade
              UNTIL EntryStudID = ZERO.

       AcceptOneGrade.
           DISPLAY " "
           DISPLAY "Student ID (0 = Done) : " WITH NO ADVANCING
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Course Code : " WITH NO ADVANCING
           MOVE SPACES TO EntryCourse
           ACCEPT EntryCourse
           MOVE FUNCTION UPPER-CASE(EntryCourse) TO EntryCourse
           PERFORM FindCourse
           IF CourseFound NOT = 'Y'
              DISPLAY "Course Not In Catalog, Grade Not Keyed"
              EXIT PARAGRAPH
           END-IF
           PERFORM CheckMayGrade
           IF MayGrade NOT = 'Y'
              DISPLAY "Course Not Assigned To You For " TermCode
                 ", Grade Not Keyed"
              EXIT PARAGRAPH
           END-IF
           MOVE EntryStudID TO GrdStudID
           MOVE EntryCourse TO GrdCourse
           MOVE TermCode TO GrdTerm
           PERFORM FindGrade
           IF GrdFound NOT = 'Y' AND CTActive(CX) NOT = 'A'
              DISPLAY "Course Withdrawn, Grade Not Keyed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Course : " FUNCTION TRIM(CTTitle(CX))
              " (" CTCredits(CX) " Credits)"
           IF GrdFound = 'Y'
              DISPLAY "Score On File : " GrdOldScore
           END-IF
           DISPLAY "Score (0-100) : " WITH NO ADVANCING
           ACCEPT EntryScore
           IF EntryScore > 100
              DISPLAY "Score Must Be 0 To 100, Grade Not Keyed"
              EXIT PARAGRAPH
           END-IF
           IF GrdFound = 'Y' AND EntryScore = GrdOldNum
              DISPLAY "Score Unchanged"
              EXIT PARAGRAPH
           END-IF
           MOVE EntryScore TO GrdScore
           MOVE CTCredits(CX) TO GrdCredits
           MOVE CurrentOperator TO GrdOperator
           MOVE SPACES TO GrdApprover
           MOVE ZERO TO GrdChange
           IF GradingOpen = 'Y'
              PERFORM WriteGrade
           ELSE
              PERFORM RequestChange
           END-IF.

       WriteGrade.
           MOVE SPACES TO GrdReason
           IF GrdFound = 'Y'
              DISPLAY "Replace Score " GrdOldScore " With "
                 EntryScore " (Y/N) : " WITH NO ADVANCING
              MOVE SPACE TO YesNo
              ACCEPT YesNo
              IF YesNo NOT = 'Y' AND YesNo NOT = 'y'
                 DISPLAY "Grade Not Changed"
                 EXIT PARAGRAPH
              END-IF
              MOVE "CHANGE" TO GrdAction
           ELSE
              MOVE "ENTER" TO GrdAction
           END-IF
           PERFORM PostGrade
           IF GrdPosted = 'Y'
              PERFORM LogGradeChange
              ADD 1 TO GradesKeyed
              IF GrdFound = 'Y'
                 DISPLAY "Grade Changed"
              ELSE
                 DISPLAY "Grade Keyed"
              END-IF
           END-IF.

       RequestChange.
           DISPLAY "Reason For Change : " WITH NO ADVANCING
           MOVE SPACES TO GrdReason
           ACCEPT GrdReason
           IF GrdReason = SPACES
              DISPLAY "Reason Required, Change Not Requested"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ChangeSeq
           MOVE 'N' TO GradeChangeEOF
           OPEN INPUT GradeChangeFile
           IF GradeChangeStatus NOT = "00"
              MOVE 'Y' TO GradeChangeEOF
           END-IF
           PERFORM UNTIL GradeChangeEOF = 'Y'
              READ GradeChangeFile
                 AT END MOVE 'Y' TO GradeChangeEOF
                 NOT AT END
                    IF GCSeq IS NUMERIC AND GCSeq > ChangeSeq
                       MOVE GCSeq TO ChangeSeq
                    END-IF
              END-READ
           END-PERFORM
           IF GradeChangeStatus NOT = "35"
              CLOSE GradeChangeFile
           END-IF
           ADD 1 TO ChangeSeq
           OPEN EXTEND GradeChangeFile
           IF GradeChangeStatus = "35"
              OPEN OUTPUT GradeChangeFile
           END-IF
           IF GradeChangeStatus NOT = "00"
              DISPLAY "Unable To Open GradeChange.dat, Status "
                 GradeChangeStatus
              EXIT PARAGRAPH
           END-IF
           MOVE ChangeSeq TO GCSeq
           MOVE FUNCTION CURRENT-DATE TO GCTimestamp
           MOVE GrdTerm TO GCTerm
           MOVE GrdStudID TO GCStudID
           MOVE GrdCourse TO GCCourse
           MOVE GrdOldScore TO GCOldScore
           MOVE GrdScore TO GCNewScore
           MOVE GrdCredits TO GCCredits
           MOVE 'P' TO GCStatus
           MOVE CurrentOperator TO GCRequester
           MOVE SPACES TO GCDecider
           MOVE GrdReason TO GCReason
           MOVE SPACES TO GCDecReason
           WRITE GradeChangeRecord
           IF GradeChangeStatus NOT = "00"
              DISPLAY "Unable To Write GradeChange.dat, Status "
                 GradeChangeStatus
              CLOSE GradeChangeFile
              EXIT PARAGRAPH
           END-IF
           CLOSE GradeChangeFile
           MOVE "CHGREQ" TO GrdAction
           MOVE ChangeSeq TO GrdChange
           PERFORM LogGradeChange
           ADD 1 TO ChangesRequested
           DISPLAY "Change " ChangeSeq " Awaits Registrar Approval".

       PrintRosters.
           DISPLAY " "
           PERFORM AcceptTerm
           IF TermFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Course Code (Blank = All Your Courses) : "
              WITH NO ADVANCING
           MOVE SPACES TO RosterCourse
           ACCEPT RosterCourse
           MOVE FUNCTION UPPER-CASE(RosterCourse) TO RosterCourse
           IF RosterCourse NOT = SPACES
              MOVE RosterCourse TO EntryCourse
              PERFORM FindCourse
              IF CourseFound NOT = 'Y'
                 DISPLAY "Course Not In Catalog"
                 EXIT PARAGRAPH
              END-IF
              PERFORM CheckMayGrade
              IF MayGrade NOT = 'Y'
                 DISPLAY "Course Not Assigned To You For " TermCode
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM LoadTermGrades
           OPEN EXTEND RosterReport
           IF RosterReportStatus = "35"
              OPEN OUTPUT RosterReport
           END-IF
           IF RosterReportStatus NOT = "00"
              DISPLAY "Unable To Open GradeRoster.rpt, Status "
                 RosterReportStatus
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CoursesPrinted
           IF RosterCourse NOT = SPACES
              PERFORM PrintOneRoster
           ELSE
              PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > AssignCount
                 IF XATerm(AX) = TermCode
                    AND (XAInstructor(AX) = CurrentOperator
                       OR SROperLevel >= 2)
                    MOVE XACourse(AX) TO EntryCourse
                    PERFORM FindCourse
                    IF CourseFound = 'Y'
                       PERFORM PrintOneRoster
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF RosterReportStatus NOT = "00"
              DISPLAY "Unable To Write GradeRoster.rpt, Status "
                 RosterReportStatus
           END-IF
           CLOSE RosterReport
           IF CoursesPrinted = ZERO
              DISPLAY "No Courses Assigned To You For " TermCode
           ELSE
              DISPLAY "Rosters Printed To GradeRoster.rpt : "
                 CoursesPrinted
           END-IF.

       LoadTermGrades.
           MOVE ZERO TO TermGradeCount
           MOVE 'N' TO GradesEOF
           OPEN INPUT GradesFile
           IF GradesFileStatus NOT = "00"
              MOVE 'Y' TO GradesEOF
           END-IF
           PERFORM UNTIL GradesEOF = 'Y'
              READ GradesFile
                 AT END MOVE 'Y' TO GradesEOF
                 NOT AT END
                    IF GRTerm = TermCode AND TermGradeCount < 5000
                       ADD 1 TO TermGradeCount
                       SET TGX TO TermGradeCount
                       MOVE GRStudID TO TGStudID(TGX)
                       MOVE GRCourse TO TGCourse(TGX)
                       MOVE GRScore TO TGScore(TGX)
                    END-IF
              END-READ
           END-PERFORM
           IF GradesFileStatus NOT = "35"
              CLOSE GradesFile
           END-IF.

       PrintOneRoster.
           ADD 1 TO CoursesPrinted
           MOVE ZERO TO RosterCount GradedCount
           PERFORM FindAssignment
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE EntryCourse TO PrnCourse
           MOVE CTTitle(CX) TO PrnTitle
           MOVE TermCode TO PrnTerm
           WRITE PrintLine FROM RosterHeading
           MOVE SPACES TO PrnInstructor PrnInstrName
           IF AssignFound = 'Y'
              MOVE XAInstructor(AX) TO PrnInstructor
              IF InstrFound = 'Y'
                 MOVE XIName(IX) TO PrnInstrName
              END-IF
           ELSE
              MOVE "REGISTRAR" TO PrnInstrName
           END-IF
           MOVE TermGradeBy TO PrnGradeBy
           WRITE PrintLine FROM RosterHeading2
           WRITE PrintLine FROM RosterColumns
           MOVE 'N' TO EnrollEOF
           OPEN INPUT EnrollFile
           IF EnrollFileStatus NOT = "00"
              MOVE 'Y' TO EnrollEOF
           END-IF
           PERFORM UNTIL EnrollEOF = 'Y'
              READ EnrollFile
                 AT END MOVE 'Y' TO EnrollEOF
                 NOT AT END
                    IF ENCourse = EntryCourse
                       AND ENTerm = TermCode
                       AND ENStatus = 'E'
                       PERFORM PrintRosterStudent
                    END-IF
              END-READ
           END-PERFORM
           IF EnrollFileStatus NOT = "35"
              CLOSE EnrollFile
           END-IF
           MOVE RosterCount TO PrnRosterCount
           MOVE GradedCount TO PrnGradedCount
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM FooterRoster
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM SignatureLine.

       PrintRosterStudent.
           ADD 1 TO RosterCount
           MOVE ENStudID TO EntryStudID PrnStudID
           PERFORM FindStudent
           IF StudentFound = 'Y'
              MOVE STStudName(ST) TO PrnStudName
           ELSE
              MOVE "*UNKNOWN*" TO PrnStudName
           END-IF
           MOVE 'N' TO TermGradeFound
           IF TermGradeCount > ZERO
              SET TGX TO 1
              SEARCH TermGradeEntry
                 AT END CONTINUE
                 WHEN TGStudID(TGX) = ENStudID
                    AND TGCourse(TGX) = EntryCourse
                    MOVE 'Y' TO TermGradeFound
              END-SEARCH
           END-IF
           IF TermGradeFound = 'Y'
              ADD 1 TO GradedCount
              MOVE TGScore(TGX) TO PrnScore
           ELSE
              MOVE "_____" TO PrnScore
           END-IF
           WRITE PrintLine FROM RosterDetailLine.
