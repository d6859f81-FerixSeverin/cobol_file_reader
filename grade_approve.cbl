       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE_APPROVE.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Approval of grade changes on GradeChange.dat. Output is
      *> GradeChange.rpt.
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
           SELECT ChangeReport ASSIGN TO "GradeChange.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChangeReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GradesFile.
       01 GradeRecord.
           02 GRStudID PIC 9(5).
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

       FD ChangeReport.
       01 ReportLine PIC X(120).

       WORKING-STORAGE SECTION.
       01 GradeChangeStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 ChangeReportStatus PIC XX VALUE "00".
       01 GradeChangeEOF PIC X.
       01 StudentEOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 StopReview PIC X.
       01 ReviewAction PIC X.
       01 PendingShown PIC 9(5).
       01 DecisionStatus PIC X.
       01 DecisionReason PIC X(30).
       01 DecisionOK PIC X.
       01 ReportFilter PIC X.
       01 DateIn PIC X(21).
       01 DateOut PIC X(10).
       01 ReportCounts.
           02 RptPending PIC 9(5).
           02 RptApproved PIC 9(5).
           02 RptRejected PIC 9(5).
       01 ChgSub PIC 9(4).
       01 GapSub PIC 9(4).
       01 ChgSkipped PIC 9(5).
       01 CurrentOperator PIC X(8) VALUE SPACES.

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON StudentCount
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
              03 STStudName PIC X(10).
       01 StudentFound PIC X.

       01 ChgCount PIC 9(4) VALUE ZERO.
       01 ChgTable.
           02 ChgEntry OCCURS 0 TO 9999 TIMES
                 DEPENDING ON ChgCount.
              03 XGSeq PIC 9(7).
              03 XGRequested PIC X(21).
              03 XGTerm PIC X(6).
              03 XGStudID PIC 9(5).
              03 XGCourse PIC X(10).
              03 XGOldScore PIC X(3).
              03 XGNewScore PIC 9(3).
              03 XGCredits PIC 99.
              03 XGStatus PIC X.
              03 XGRequester PIC X(8).
              03 XGReason PIC X(30).
              03 XGDecided PIC X(21).
              03 XGDecider PIC X(8).
              03 XGDecReason PIC X(30).

       01 HeadingLine1.
           02 FILLER PIC X(40)
              VALUE "GRADE CHANGES".
           02 FILLER PIC X(10) VALUE "RUN DATE ".
           02 PrnRunDate PIC X(10).
       01 HeadingLine2.
           02 FILLER PIC X(9) VALUE "CHANGE".
           02 FILLER PIC X(12) VALUE "REQUESTED".
           02 FILLER PIC X(8) VALUE "TERM".
           02 FILLER PIC X(7) VALUE "STUD".
           02 FILLER PIC X(12) VALUE "COURSE".
           02 FILLER PIC X(5) VALUE "OLD".
           02 FILLER PIC X(5) VALUE "NEW".
           02 FILLER PIC X(10) VALUE "BY".
           02 FILLER PIC X(10) VALUE "STATUS".
           02 FILLER PIC X(12) VALUE "DECIDED".
           02 FILLER PIC X(8) VALUE "BY".
       01 ChgDetailLine.
           02 PrnSeq PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRequested PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTerm PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStudID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCourse PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOldScore PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNewScore PIC 9(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRequester PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStatus PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDecided PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDecider PIC X(8).
       01 ChgReasonLine.
           02 FILLER PIC X(9) VALUE SPACE.
           02 FILLER PIC X(9) VALUE "Reason : ".
           02 PrnReason PIC X(30).
           02 FILLER PIC X(13) VALUE "  Decision : ".
           02 PrnDecReason PIC X(30).
       01 TotalLine.
           02 FILLER PIC X(10) VALUE "Pending : ".
           02 PrnTotPending PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "   Approved : ".
           02 PrnTotApproved PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "   Rejected : ".
           02 PrnTotRejected PIC ZZZZ9.

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
           PERFORM LoadStudentTable
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "GRADE CHANGE APPROVAL"
              DISPLAY "1 : Review Pending Changes"
              DISPLAY "2 : Print Change Report"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ReviewChanges
                 WHEN 2 PERFORM PrintChangeReport
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM.
           STOP RUN.

       COPY SITEPROC.
       COPY GRADEPROC.

       LoadStudentTable.
           MOVE 'N' TO StudentEOF
           OPEN INPUT StudentFile.
           IF StudentFileStatus NOT = "00"
              DISPLAY "Unable To Open student.dat, Status "
                 StudentFileStatus
              MOVE 'Y' TO StudentEOF
           ELSE
              PERFORM UNTIL StudentEOF = 'Y' OR StudentCount >= 1000
                 READ StudentFile
                    AT END MOVE 'Y' TO StudentEOF
                    NOT AT END
                       ADD 1 TO StudentCount
                       MOVE IDNum TO STIDNum(StudentCount)
                       MOVE StudName TO STStudName(StudentCount)
                 END-READ
              END-PERFORM
              CLOSE StudentFile
           END-IF.

       LoadChanges.
           MOVE ZERO TO ChgCount
           MOVE ZERO TO ChgSkipped
           MOVE 'N' TO GradeChangeEOF
           OPEN INPUT GradeChangeFile
           IF GradeChangeStatus NOT = "00"
              MOVE 'Y' TO GradeChangeEOF
           END-IF
           PERFORM UNTIL GradeChangeEOF = 'Y'
              READ GradeChangeFile
                 AT END MOVE 'Y' TO GradeChangeEOF
                 NOT AT END
                    IF GCSeq IS NUMERIC AND GCSeq > ZERO
                       AND GCSeq <= 9999
                       PERFORM StoreChange
                    ELSE
                       ADD 1 TO ChgSkipped
                    END-IF
              END-READ
           END-PERFORM
           IF GradeChangeStatus NOT = "35"
              CLOSE GradeChangeFile
           END-IF
           IF ChgSkipped > ZERO
              DISPLAY "Change Records Not Loaded : " ChgSkipped
           END-IF.

       StoreChange.
           IF GCSeq > ChgCount
              COMPUTE GapSub = ChgCount + 1
              MOVE GCSeq TO ChgCount
              PERFORM VARYING GapSub FROM GapSub BY 1
                 UNTIL GapSub > ChgCount
                 MOVE ZERO TO XGSeq(GapSub)
                 MOVE SPACE TO XGStatus(GapSub)
              END-PERFORM
           END-IF
           MOVE GCSeq TO ChgSub
           IF GCStatus = 'P'
              MOVE GCSeq TO XGSeq(ChgSub)
              MOVE GCTimestamp TO XGRequested(ChgSub)
              MOVE GCTerm TO XGTerm(ChgSub)
              MOVE GCStudID TO XGStudID(ChgSub)
              MOVE GCCourse TO XGCourse(ChgSub)
              MOVE GCOldScore TO XGOldScore(ChgSub)
              MOVE GCNewScore TO XGNewScore(ChgSub)
              MOVE GCCredits TO XGCredits(ChgSub)
              MOVE GCRequester TO XGRequester(ChgSub)
              MOVE GCReason TO XGReason(ChgSub)
              IF XGStatus(ChgSub) = SPACE
                 MOVE 'P' TO XGStatus(ChgSub)
                 MOVE SPACES TO XGDecided(ChgSub)
                 MOVE SPACES TO XGDecider(ChgSub)
                 MOVE SPACES TO XGDecReason(ChgSub)
              END-IF
           ELSE
              MOVE GCStatus TO XGStatus(ChgSub)
              MOVE GCTimestamp TO XGDecided(ChgSub)
              MOVE GCDecider TO XGDecider(ChgSub)
              MOVE GCDecReason TO XGDecReason(ChgSub)
           END-IF.

       ReviewChanges.
           IF SROperLevel < 2
              DISPLAY "Registrar Sign-On Required To Approve Changes"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadChanges
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'N' TO StopReview
           MOVE ZERO TO PendingShown
           PERFORM VARYING ChgSub FROM 1 BY 1
              UNTIL ChgSub > ChgCount OR StopReview = 'Y'
              IF XGStatus(ChgSub) = 'P'
                 PERFORM ReviewOneChange
              END-IF
           END-PERFORM
           IF PendingShown = ZERO
              DISPLAY "No Changes Awaiting Approval"
           END-IF
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.

       ReviewOneChange.
           ADD 1 TO PendingShown
           MOVE XGRequested(ChgSub) TO DateIn
           PERFORM FormatDate
           DISPLAY " "
           DISPLAY "Change " XGSeq(ChgSub) " Requested " DateOut
              " By " XGRequester(ChgSub)
           SET ST TO 1
           MOVE 'N' TO StudentFound
           IF StudentCount > ZERO
              SEARCH StudentEntry
                 AT END CONTINUE
                 WHEN STIDNum(ST) = XGStudID(ChgSub)
                    MOVE 'Y' TO StudentFound
              END-SEARCH
           END-IF
           IF StudentFound = 'Y'
              DISPLAY "Student " XGStudID(ChgSub) " : "
                 STStudName(ST)
           ELSE
              DISPLAY "Student " XGStudID(ChgSub)
                 " Is No Longer On File"
           END-IF
           DISPLAY "Course  : " XGCourse(ChgSub) " Term "
              XGTerm(ChgSub)
           IF XGOldScore(ChgSub) = SPACES
              DISPLAY "From    : No Grade"
           ELSE
              DISPLAY "From    : " XGOldScore(ChgSub)
           END-IF
           DISPLAY "To      : " XGNewScore(ChgSub)
           DISPLAY "Reason  : " XGReason(ChgSub)
           MOVE XGStudID(ChgSub) TO GrdStudID
           MOVE XGCourse(ChgSub) TO GrdCourse
           MOVE XGTerm(ChgSub) TO GrdTerm
           PERFORM FindGrade
           IF GrdOldScore NOT = XGOldScore(ChgSub)
              DISPLAY "Changed Since The Request Was Made"
              IF GrdFound = 'Y'
                 DISPLAY "Now     : " GrdOldScore
              ELSE
                 DISPLAY "Now     : No Grade"
              END-IF
           END-IF
           IF XGRequester(ChgSub) = CurrentOperator
              DISPLAY "Requested By You, Another Registrar Must "
                 "Decide It"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "(A)pprove, (R)eject, (S)kip, (Q)uit : "
              WITH NO ADVANCING
           ACCEPT ReviewAction
           MOVE FUNCTION UPPER-CASE(ReviewAction) TO ReviewAction
           EVALUATE ReviewAction
              WHEN 'A'
                 PERFORM ApproveChange
              WHEN 'R'
                 DISPLAY "Reason For Rejecting : " WITH NO ADVANCING
                 MOVE SPACES TO DecisionReason
                 ACCEPT DecisionReason
                 MOVE 'R' TO DecisionStatus
                 PERFORM RecordDecision
                 IF DecisionOK = 'Y'
                    MOVE "REJECT" TO GrdAction
                    MOVE DecisionReason TO GrdReason
                    PERFORM LogDecision
                    DISPLAY "Change Rejected"
                 END-IF
              WHEN 'Q'
                 MOVE 'Y' TO StopReview
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       ApproveChange.
           IF GrdFound = 'Y' AND GrdOldNum = XGNewScore(ChgSub)
              MOVE 'Y' TO GrdPosted
           ELSE
              MOVE XGNewScore(ChgSub) TO GrdScore
              MOVE XGCredits(ChgSub) TO GrdCredits
              PERFORM PostGrade
           END-IF
           IF GrdPosted NOT = 'Y'
              DISPLAY "Grade Not Posted, Change Still Pending"
              EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO DecisionStatus
           MOVE SPACES TO DecisionReason
           PERFORM RecordDecision
           MOVE "APPROV" TO GrdAction
           MOVE XGReason(ChgSub) TO GrdReason
           PERFORM LogDecision
           DISPLAY "Change Approved And Grade Posted".

       LogDecision.
           MOVE XGNewScore(ChgSub) TO GrdScore
           MOVE XGRequester(ChgSub) TO GrdOperator
           MOVE CurrentOperator TO GrdApprover
           MOVE XGSeq(ChgSub) TO GrdChange
           PERFORM LogGradeChange.

       RecordDecision.
           MOVE 'N' TO DecisionOK
           OPEN EXTEND GradeChangeFile
           IF GradeChangeStatus = "35"
              OPEN OUTPUT GradeChangeFile
           END-IF
           IF GradeChangeStatus NOT = "00"
              DISPLAY "Unable To Open GradeChange.dat, Status "
                 GradeChangeStatus
              EXIT PARAGRAPH
           END-IF
           MOVE XGSeq(ChgSub) TO GCSeq
           MOVE FUNCTION CURRENT-DATE TO GCTimestamp
           MOVE XGTerm(ChgSub) TO GCTerm
           MOVE XGStudID(ChgSub) TO GCStudID
           MOVE XGCourse(ChgSub) TO GCCourse
           MOVE XGOldScore(ChgSub) TO GCOldScore
           MOVE XGNewScore(ChgSub) TO GCNewScore
           MOVE XGCredits(ChgSub) TO GCCredits
           MOVE DecisionStatus TO GCStatus
           MOVE XGRequester(ChgSub) TO GCRequester
           MOVE CurrentOperator TO GCDecider
           MOVE XGReason(ChgSub) TO GCReason
           MOVE DecisionReason TO GCDecReason
           WRITE GradeChangeRecord
           IF GradeChangeStatus NOT = "00"
              DISPLAY "Unable To Write GradeChange.dat, Status "
                 GradeChangeStatus
           ELSE
              MOVE 'Y' TO DecisionOK
              MOVE GCStatus TO XGStatus(ChgSub)
              MOVE GCTimestamp TO XGDecided(ChgSub)
              MOVE GCDecider TO XGDecider(ChgSub)
              MOVE GCDecReason TO XGDecReason(ChgSub)
           END-IF
           CLOSE GradeChangeFile.

       PrintChangeReport.
           DISPLAY "List (P)ending, (A)pproved, (R)ejected, "
              "Blank = All : " WITH NO ADVANCING
           MOVE SPACE TO ReportFilter
           ACCEPT ReportFilter
           MOVE FUNCTION UPPER-CASE(ReportFilter) TO ReportFilter
           PERFORM LoadChanges
           OPEN OUTPUT ChangeReport
           IF ChangeReportStatus NOT = "00"
              DISPLAY "Unable To Open GradeChange.rpt, Status "
                 ChangeReportStatus
              EXIT PARAGRAPH
           END-IF
           INITIALIZE ReportCounts
           MOVE FUNCTION CURRENT-DATE TO DateIn
           PERFORM FormatDate
           MOVE DateOut TO PrnRunDate
           WRITE ReportLine FROM HeadingLine1
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM HeadingLine2
           PERFORM VARYING ChgSub FROM 1 BY 1
              UNTIL ChgSub > ChgCount
              IF XGStatus(ChgSub) NOT = SPACE
                 AND (ReportFilter = SPACE
                    OR XGStatus(ChgSub) = ReportFilter)
                 PERFORM PrintOneChange
              END-IF
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE RptPending TO PrnTotPending
           MOVE RptApproved TO PrnTotApproved
           MOVE RptRejected TO PrnTotRejected
           WRITE ReportLine FROM TotalLine
           IF ChangeReportStatus NOT = "00"
              DISPLAY "Unable To Write GradeChange.rpt, Status "
                 ChangeReportStatus
           END-IF
           CLOSE ChangeReport
           DISPLAY "Change Report Written To GradeChange.rpt"
           DISPLAY "Pending : " RptPending " Approved : " RptApproved
              " Rejected : " RptRejected.

       PrintOneChange.
           MOVE XGSeq(ChgSub) TO PrnSeq
           MOVE XGRequested(ChgSub) TO DateIn
           PERFORM FormatDate
           MOVE DateOut TO PrnRequested
           MOVE XGTerm(ChgSub) TO PrnTerm
           MOVE XGStudID(ChgSub) TO PrnStudID
           MOVE XGCourse(ChgSub) TO PrnCourse
           MOVE XGOldScore(ChgSub) TO PrnOldScore
           MOVE XGNewScore(ChgSub) TO PrnNewScore
           MOVE XGRequester(ChgSub) TO PrnRequester
           EVALUATE XGStatus(ChgSub)
              WHEN 'P'
                 MOVE "PENDING" TO PrnStatus
                 ADD 1 TO RptPending
              WHEN 'A'
                 MOVE "APPROVED" TO PrnStatus
                 ADD 1 TO RptApproved
              WHEN 'R'
                 MOVE "REJECTED" TO PrnStatus
                 ADD 1 TO RptRejected
              WHEN OTHER
                 MOVE XGStatus(ChgSub) TO PrnStatus
           END-EVALUATE
           IF XGDecided(ChgSub) = SPACES
              MOVE SPACES TO PrnDecided
           ELSE
              MOVE XGDecided(ChgSub) TO DateIn
              PERFORM FormatDate
              MOVE DateOut TO PrnDecided
           END-IF
           MOVE XGDecider(ChgSub) TO PrnDecider
           WRITE ReportLine FROM ChgDetailLine
           MOVE XGReason(ChgSub) TO PrnReason
           MOVE XGDecReason(ChgSub) TO PrnDecReason
           WRITE ReportLine FROM ChgReasonLine.

       FormatDate.
           MOVE SPACES TO DateOut
           STRING DateIn(1:4) "-" DateIn(5:2) "-" DateIn(7:2)
              DELIMITED BY SIZE
              INTO DateOut
           END-STRING.
