       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE_AUDIT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Degree audit for a term. Output is DegreeAudit.rpt and
      *> GradCand.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'auditwork.tmp'.
           SELECT GradesFile ASSIGN TO "Grades.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GradesFileStatus.
           SELECT SortedGrades ASSIGN TO "GradesAudit.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedStatus.
           SELECT ProgramFile ASSIGN TO "Program.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProgramFileStatus.
           SELECT ProgReqFile ASSIGN TO "ProgReq.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProgReqFileStatus.
           SELECT CourseFile ASSIGN TO "CourseCat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CourseFileStatus.
           SELECT EnrollFile ASSIGN TO "Enroll.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EnrollFileStatus.
           SELECT TermGpaFile ASSIGN TO "TermGpa.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermGpaStatus.
           SELECT StudHoldFile ASSIGN TO "StudHold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudHoldStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.
           SELECT AuditReport ASSIGN TO "DegreeAudit.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ReportStatus.
           SELECT CandReport ASSIGN TO "GradCand.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CandStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WGradeRecord.
           02 WGRStudID PIC 9(5).
           02 WGRCourse PIC X(10).
           02 WGRScore PIC 999.
           02 WGRCredits PIC 99.
           02 WGRTerm PIC X(6).

       FD GradesFile.
       01 GradeRecord PIC X(26).

       FD SortedGrades.
       01 SortedGradeRecord.
           02 GRStudID PIC 9(5).
           02 GRCourse PIC X(10).
           02 GRScore PIC 999.
           02 GRCredits PIC 99.
           02 GRTerm PIC X(6).

       FD ProgramFile.
       01 ProgramRecord.
           02 PGProgram PIC X(6).
           02 PGTitle PIC X(30).
           02 PGCredits PIC 9(3).
           02 PGMinGPA PIC 9(3)V99.
           02 PGPassScore PIC 999.
           02 PGActive PIC X.

       FD ProgReqFile.
       01 ProgReqRecord.
           02 PRProgram PIC X(6).
           02 PRCourse PIC X(10).
           02 PRMinScore PIC 999.

       FD CourseFile.
       01 CourseRecord.
           02 CRCourseCode PIC X(10).
           02 CRTitle PIC X(30).
           02 CRCredits PIC 99.
           02 CRSeatLimit PIC 9(3).
           02 CRActive PIC X.

       FD EnrollFile.
       01 EnrollRecord.
           02 ENTimestamp PIC X(21).
           02 ENStudID PIC 9(5).
           02 ENCourse PIC X(10).
           02 ENStatus PIC X.
           02 ENBilled PIC X.
           02 ENTerm PIC X(6).
           02 ENPriority PIC 9.

       FD TermGpaFile.
       01 TermGpaRecord.
           02 TGStudID PIC 9(5).
           02 TGTerm PIC X(6).
           02 TGTermGPA PIC 9(3)V99.
           02 TGCumGPA PIC 9(3)V99.
           02 TGTermCredits PIC 9(5).
           02 TGCumCredits PIC 9(5).

       FD StudHoldFile.
       01 StudHoldRecord.
           02 HDStudID PIC 9(5).
           02 HDType PIC X.
           02 HDBlockReg PIC X.
           02 HDBlockTran PIC X.
           02 HDDate PIC 9(8).
           02 HDAmount PIC 9(7)V99.
           02 HDReason PIC X(40).
           02 HDOperator PIC X(8).

       FD StudentFile.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       FD TermFile.
       01 TermRecord.
           02 TMTermCode PIC X(6).
           02 TMTitle PIC X(20).
           02 TMStartDate PIC 9(8).
           02 TMEndDate PIC 9(8).
           02 TMAddDropDate PIC 9(8).
           02 TMGradeDate PIC 9(8).
           02 TMStatus PIC X.

       FD AuditReport.
       01 PrintLine PIC X(80).

       FD CandReport.
       01 CandLine PIC X(101).

       WORKING-STORAGE SECTION.
       01 GradesFileStatus PIC XX VALUE "00".
       01 SortedStatus PIC XX VALUE "00".
       01 ProgramFileStatus PIC XX VALUE "00".
       01 ProgReqFileStatus PIC XX VALUE "00".
       01 CourseFileStatus PIC XX VALUE "00".
       01 EnrollFileStatus PIC XX VALUE "00".
       01 TermGpaStatus PIC XX VALUE "00".
       01 StudHoldStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 CandStatus PIC XX VALUE "00".
       01 InputEOF PIC X.
       01 RunDate PIC 9(8).
       01 RunTerm PIC X(6).
       01 RunTermStart PIC 9(8).
       01 TermText PIC X(6).

       01 AuditedCount PIC 9(5) VALUE ZERO.
       01 CompleteCount PIC 9(5) VALUE ZERO.
       01 PendingCount PIC 9(5) VALUE ZERO.
       01 IncompleteCount PIC 9(5) VALUE ZERO.
       01 NoProgramCount PIC 9(5) VALUE ZERO.
       01 UnknownProgCount PIC 9(5) VALUE ZERO.
       01 CandidateCount PIC 9(5) VALUE ZERO.
       01 CandHeldCount PIC 9(5) VALUE ZERO.
       01 GradeOverflow PIC 9(5) VALUE ZERO.

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON StudentCount
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
              03 STStudName PIC X(10).
              03 STStudProgram PIC X(6).
              03 STGradeFirst PIC 9(5).
              03 STGradeCount PIC 9(5).
              03 STGpaFound PIC X.
              03 STGpaStart PIC 9(8).
              03 STCumGPA PIC 9(3)V99.
       01 StudentFound PIC X.

       01 CourseCount PIC 9(3) VALUE ZERO.
       01 CourseTable.
           02 CourseEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON CourseCount
                 INDEXED BY CX.
              03 CTCode PIC X(10).
              03 CTTitle PIC X(30).
              03 CTCredits PIC 99.
       01 CourseFound PIC X.
       01 CourseWanted PIC X(10).

       01 ProgramCount PIC 9(3) VALUE ZERO.
       01 ProgramTable.
           02 ProgramEntry OCCURS 0 TO 100 TIMES
                 DEPENDING ON ProgramCount
                 INDEXED BY PGX.
              03 XGProgram PIC X(6).
              03 XGTitle PIC X(30).
              03 XGCredits PIC 9(3).
              03 XGMinGPA PIC 9(3)V99.
              03 XGPassScore PIC 999.
              03 XGActive PIC X.
       01 ProgramFound PIC X.

       01 ProgReqCount PIC 9(4) VALUE ZERO.
       01 ProgReqTable.
           02 ProgReqEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON ProgReqCount
                 INDEXED BY RX.
              03 XRProgram PIC X(6).
              03 XRCourse PIC X(10).
              03 XRMinScore PIC 999.

       01 GradeCount PIC 9(5) VALUE ZERO.
       01 GradeTable.
           02 GradeEntry OCCURS 0 TO 20000 TIMES
                 DEPENDING ON GradeCount
                 INDEXED BY GX.
              03 GBStudID PIC 9(5).
              03 GBCourse PIC X(10).
              03 GBBest PIC 999.
              03 GBCredits PIC 99.
              03 GBThisTerm PIC X.
       01 GradeFound PIC X.
       01 GradeLast PIC 9(5).

       01 InProgCount PIC 9(4) VALUE ZERO.
       01 InProgTable.
           02 InProgEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON InProgCount
                 INDEXED BY IPX.
              03 IPStudID PIC 9(5).
              03 IPCourse PIC X(10).
              03 IPCredits PIC 99.
       01 InProgFound PIC X.

       01 HeldCount PIC 9(4) VALUE ZERO.
       01 HeldTable.
           02 HeldEntry OCCURS 0 TO 3000 TIMES
                 DEPENDING ON HeldCount
                 INDEXED BY HLX.
              03 HLStudID PIC 9(5).
       01 StudentHeld PIC X.

       01 PassScore PIC 999.
       01 NeedScore PIC 999.
       01 CreditsEarned PIC 9(4).
       01 CreditsInProg PIC 9(4).
       01 CreditsTotal PIC 9(4).
       01 ReqOutstanding PIC 9(3).
       01 ReqPending PIC 9(3).
       01 ReqListed PIC 9(3).
       01 ActiveThisTerm PIC X.
       01 CreditsMet PIC X.
       01 GPAMet PIC X.
       01 AuditResult PIC X.

       01 ReportHeading.
           02 FILLER PIC X(22) VALUE "DEGREE AUDIT FOR TERM ".
           02 PrnRunTerm PIC X(6).
           02 FILLER PIC X(6) VALUE "  RUN ".
           02 PrnRunDate PIC 9(8).
       01 StudentLine.
           02 FILLER PIC X(8) VALUE "Student ".
           02 PrnAudID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAudName PIC X(10).
           02 FILLER PIC X(10) VALUE "  Program ".
           02 PrnAudProgram PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAudTitle PIC X(30).
       01 ReqHeads.
           02 FILLER PIC X(46)
              VALUE "   Course     Title".
           02 FILLER PIC X(17) VALUE "Min  Best  Status".
       01 ReqLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnReqCourse PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReqTitle PIC X(30).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnReqMin PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnReqBest PIC ZZ9.
           02 PrnReqBestX REDEFINES PrnReqBest PIC X(3).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnReqStatus PIC X(13).
       01 NoReqLine PIC X(24) VALUE "   No Required Courses".
       01 NoProgLine PIC X(38)
           VALUE "   Program Not On Program.dat".
       01 CreditLine.
           02 FILLER PIC X(20) VALUE "   Credits Earned : ".
           02 PrnEarned PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "  In Progress : ".
           02 PrnInProg PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "  Required : ".
           02 PrnRequired PIC ZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCreditStatus PIC X(11).
       01 GPALine.
           02 FILLER PIC X(20) VALUE "   Cumulative GPA : ".
           02 PrnGPA PIC ZZ9.99.
           02 FILLER PIC X(12) VALUE "  Minimum : ".
           02 PrnMinGPA PIC ZZ9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnGPAStatus PIC X(11).
       01 ResultLine.
           02 FILLER PIC X(12) VALUE "   Result : ".
           02 PrnResult PIC X(22).
           02 FILLER PIC X(29)
              VALUE "  Requirements Outstanding : ".
           02 PrnOutstanding PIC ZZ9.
       01 FooterLine.
           02 PrnFootLabel PIC X(32).
           02 PrnFootCount PIC ZZZZ9.

       01 CandHeading.
           02 FILLER PIC X(31)
              VALUE "GRADUATION CANDIDATES FOR TERM ".
           02 PrnCandTerm PIC X(6).
           02 FILLER PIC X(6) VALUE "  RUN ".
           02 PrnCandDate PIC 9(8).
       01 CandHeads.
           02 FILLER PIC X(35)
              VALUE "Stud  Name       Prog   Title      ".
           02 FILLER PIC X(35)
              VALUE "                   Earned InProg   ".
           02 FILLER PIC X(26)
              VALUE "  GPA  Status         Hold".
       01 CandDetail.
           02 PrnCandID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCandName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCandProgram PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCandTitle PIC X(30).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnCandEarned PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnCandInProg PIC ZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCandGPA PIC ZZ9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCandStatus PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCandHold PIC X(9).

       COPY SITEWS.
       COPY TERMWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadTerms
           MOVE SPACES TO TermText
           ACCEPT TermText FROM ENVIRONMENT "AUDIT_TERM"
           IF TermText NOT = SPACES
              MOVE FUNCTION UPPER-CASE(TermText) TO TermCode
              PERFORM FindTerm
           ELSE
              PERFORM FindOpenTerm
           END-IF
           IF TermFound NOT = 'Y'
              DISPLAY "Term " TermText " Not On Term.dat Or No "
                 "Term Open, No Audit Run"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE TermCode TO RunTerm
           MOVE TermStart TO RunTermStart
           PERFORM LoadStudentTable
           PERFORM LoadCourseTable
           PERFORM LoadPrograms
           PERFORM LoadProgReqs
           PERFORM LoadInProgress
           PERFORM LoadLatestGpa
           PERFORM LoadHeldStudents
           OPEN INPUT GradesFile
           IF GradesFileStatus = "35"
              DISPLAY "No Grades On File"
              OPEN OUTPUT GradesFile
           END-IF
           CLOSE GradesFile
           SORT WorkFile
              ON ASCENDING KEY WGRStudID WGRCourse
              USING GradesFile
              GIVING SortedGrades
           PERFORM LoadBestGrades
           IF GradeOverflow > ZERO
              DISPLAY "Grade Table Full, " GradeOverflow
                 " Grade Lines Not Counted"
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM RunAudit
           DISPLAY "Students Audited        : " AuditedCount
           DISPLAY "Requirements Complete   : " CompleteCount
           DISPLAY "Complete When Graded    : " PendingCount
           DISPLAY "Not Complete            : " IncompleteCount
           DISPLAY "Graduation Candidates   : " CandidateCount
           DISPLAY "Students With No Program: " NoProgramCount
           IF UnknownProgCount > ZERO
              DISPLAY "Program Not On File     : " UnknownProgCount
              IF RETURN-CODE = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       COPY SITEPROC.
       COPY TERMPROC.

       LoadStudentTable.
           MOVE 'N' TO InputEOF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              DISPLAY "Unable To Open student.dat, Status "
                 StudentFileStatus
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y' OR StudentCount >= 1000
              READ StudentFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    ADD 1 TO StudentCount
                    SET ST TO StudentCount
                    MOVE IDNum TO STIDNum(ST)
                    MOVE StudName TO STStudName(ST)
                    MOVE StudProgram TO STStudProgram(ST)
                    MOVE ZERO TO STGradeFirst(ST) STGradeCount(ST)
                       STGpaStart(ST) STCumGPA(ST)
                    MOVE 'N' TO STGpaFound(ST)
              END-READ
           END-PERFORM
           IF StudentFileStatus NOT = "35"
              CLOSE StudentFile
           END-IF.

       LoadCourseTable.
           MOVE 'N' TO InputEOF
           OPEN INPUT CourseFile
           IF CourseFileStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y' OR CourseCount >= 200
              READ CourseFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    IF CRCourseCode NOT = SPACE
                       AND CRCredits IS NUMERIC
                       ADD 1 TO CourseCount
                       MOVE CRCourseCode TO CTCode(CourseCount)
                       MOVE CRTitle TO CTTitle(CourseCount)
                       MOVE CRCredits TO CTCredits(CourseCount)
                    END-IF
              END-READ
           END-PERFORM
           IF CourseFileStatus NOT = "35"
              CLOSE CourseFile
           END-IF.

       FindCourse.
           MOVE 'N' TO CourseFound
           IF CourseCount > ZERO
              SET CX TO 1
              SEARCH CourseEntry
                 AT END CONTINUE
                 WHEN CTCode(CX) = CourseWanted
                    MOVE 'Y' TO CourseFound
              END-SEARCH
           END-IF.

       LoadPrograms.
           MOVE 'N' TO InputEOF
           OPEN INPUT ProgramFile
           IF ProgramFileStatus NOT = "00"
              DISPLAY "No Degree Programs On File"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ ProgramFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    IF PGProgram NOT = SPACES AND ProgramCount < 100
                       ADD 1 TO ProgramCount
                       SET PGX TO ProgramCount
                       MOVE ProgramRecord TO ProgramEntry(PGX)
                    END-IF
              END-READ
           END-PERFORM
           IF ProgramFileStatus NOT = "35"
              CLOSE ProgramFile
           END-IF.

       LoadProgReqs.
           MOVE 'N' TO InputEOF
           OPEN INPUT ProgReqFile
           IF ProgReqFileStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ ProgReqFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    IF PRProgram NOT = SPACES AND ProgReqCount < 2000
                       ADD 1 TO ProgReqCount
                       SET RX TO ProgReqCount
                       MOVE ProgReqRecord TO ProgReqEntry(RX)
                       IF PRMinScore NOT NUMERIC
                          MOVE ZERO TO XRMinScore(RX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF ProgReqFileStatus NOT = "35"
              CLOSE ProgReqFile
           END-IF.

       LoadInProgress.
           MOVE 'N' TO InputEOF
           OPEN INPUT EnrollFile
           IF EnrollFileStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ EnrollFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    IF ENTerm = RunTerm AND ENStatus = 'E'
                       AND InProgCount < 5000
                       ADD 1 TO InProgCount
                       SET IPX TO InProgCount
                       MOVE ENStudID TO IPStudID(IPX)
                       MOVE ENCourse TO IPCourse(IPX)
                       MOVE ENCourse TO CourseWanted
                       PERFORM FindCourse
                       IF CourseFound = 'Y'
                          MOVE CTCredits(CX) TO IPCredits(IPX)
                       ELSE
                          MOVE ZERO TO IPCredits(IPX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF EnrollFileStatus NOT = "35"
              CLOSE EnrollFile
           END-IF.

       LoadLatestGpa.
           MOVE 'N' TO InputEOF
           OPEN INPUT TermGpaFile
           IF TermGpaStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ TermGpaFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    MOVE TGTerm TO TermCode
                    PERFORM FindTerm
                    IF TermFound = 'Y' AND TermStart <= RunTermStart
                       AND TGCumGPA IS NUMERIC
                       PERFORM FindStudentForGpa
                    END-IF
              END-READ
           END-PERFORM
           IF TermGpaStatus NOT = "35"
              CLOSE TermGpaFile
           END-IF.

       FindStudentForGpa.
           IF StudentCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET ST TO 1
           SEARCH StudentEntry
              AT END CONTINUE
              WHEN STIDNum(ST) = TGStudID
                 IF STGpaFound(ST) = 'N'
                    OR TermStart > STGpaStart(ST)
                    MOVE 'Y' TO STGpaFound(ST)
                    MOVE TermStart TO STGpaStart(ST)
                    MOVE TGCumGPA TO STCumGPA(ST)
                 END-IF
           END-SEARCH.

       LoadHeldStudents.
           MOVE 'N' TO InputEOF
           OPEN INPUT StudHoldFile
           IF StudHoldStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ StudHoldFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    IF HDBlockTran = 'Y' AND HeldCount < 3000
                       ADD 1 TO HeldCount
                       MOVE HDStudID TO HLStudID(HeldCount)
                    END-IF
              END-READ
           END-PERFORM
           IF StudHoldStatus NOT = "35"
              CLOSE StudHoldFile
           END-IF.

       LoadBestGrades.
           MOVE 'N' TO InputEOF
           OPEN INPUT SortedGrades
           IF SortedStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ SortedGrades
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    IF GRScore IS NUMERIC
                       PERFORM NoteOneGrade
                    END-IF
              END-READ
           END-PERFORM
           IF SortedStatus NOT = "35"
              CLOSE SortedGrades
           END-IF.

       NoteOneGrade.
           IF GradeCount > ZERO
              IF GBStudID(GradeCount) = GRStudID
                 AND GBCourse(GradeCount) = GRCourse
                 SET GX TO GradeCount
                 IF GRScore > GBBest(GX)
                    MOVE GRScore TO GBBest(GX)
                 END-IF
                 IF GRTerm = RunTerm
                    MOVE 'Y' TO GBThisTerm(GX)
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF GradeCount >= 20000
              ADD 1 TO GradeOverflow
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO GradeCount
           SET GX TO GradeCount
           MOVE GRStudID TO GBStudID(GX)
           MOVE GRCourse TO GBCourse(GX)
           MOVE GRScore TO GBBest(GX)
           MOVE GRCourse TO CourseWanted
           PERFORM FindCourse
           IF CourseFound = 'Y'
              MOVE CTCredits(CX) TO GBCredits(GX)
           ELSE
              IF GRCredits IS NUMERIC
                 MOVE GRCredits TO GBCredits(GX)
              ELSE
                 MOVE ZERO TO GBCredits(GX)
              END-IF
           END-IF
           IF GRTerm = RunTerm
              MOVE 'Y' TO GBThisTerm(GX)
           ELSE
              MOVE 'N' TO GBThisTerm(GX)
           END-IF
           IF StudentCount > ZERO
              SET ST TO 1
              SEARCH StudentEntry
                 AT END CONTINUE
                 WHEN STIDNum(ST) = GRStudID
                    IF STGradeCount(ST) = ZERO
                       MOVE GradeCount TO STGradeFirst(ST)
                    END-IF
                    ADD 1 TO STGradeCount(ST)
              END-SEARCH
           END-IF.

       RunAudit.
           OPEN OUTPUT AuditReport
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Open DegreeAudit.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CandReport
           IF CandStatus NOT = "00"
              DISPLAY "Unable To Open GradCand.rpt, Status "
                 CandStatus
              MOVE 1 TO RETURN-CODE
              CLOSE AuditReport
              EXIT PARAGRAPH
           END-IF
           MOVE RunTerm TO PrnRunTerm PrnCandTerm
           MOVE RunDate TO PrnRunDate PrnCandDate
           WRITE PrintLine FROM ReportHeading
           WRITE CandLine FROM CandHeading
           MOVE SPACES TO CandLine
           WRITE CandLine
           WRITE CandLine FROM CandHeads
           PERFORM VARYING ST FROM 1 BY 1 UNTIL ST > StudentCount
              IF STStudProgram(ST) = SPACES
                 ADD 1 TO NoProgramCount
              ELSE
                 PERFORM AuditOneStudent
              END-IF
           END-PERFORM
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "Students Audited :" TO PrnFootLabel
           MOVE AuditedCount TO PrnFootCount
           WRITE PrintLine FROM FooterLine
           MOVE "Requirements Complete :" TO PrnFootLabel
           MOVE CompleteCount TO PrnFootCount
           WRITE PrintLine FROM FooterLine
           MOVE "Complete When Graded :" TO PrnFootLabel
           MOVE PendingCount TO PrnFootCount
           WRITE PrintLine FROM FooterLine
           MOVE "Not Complete :" TO PrnFootLabel
           MOVE IncompleteCount TO PrnFootCount
           WRITE PrintLine FROM FooterLine
           MOVE "Students With No Program :" TO PrnFootLabel
           MOVE NoProgramCount TO PrnFootCount
           WRITE PrintLine FROM FooterLine
           IF UnknownProgCount > ZERO
              MOVE "Program Not On File :" TO PrnFootLabel
              MOVE UnknownProgCount TO PrnFootCount
              WRITE PrintLine FROM FooterLine
           END-IF
           MOVE SPACES TO CandLine
           WRITE CandLine
           MOVE "Graduation Candidates :" TO PrnFootLabel
           MOVE CandidateCount TO PrnFootCount
           WRITE CandLine FROM FooterLine
           MOVE "Transcript Held :" TO PrnFootLabel
           MOVE CandHeldCount TO PrnFootCount
           WRITE CandLine FROM FooterLine
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Write DegreeAudit.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           IF CandStatus NOT = "00"
              DISPLAY "Unable To Write GradCand.rpt, Status "
                 CandStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE AuditReport, CandReport.

       AuditOneStudent.
           ADD 1 TO AuditedCount
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE STIDNum(ST) TO PrnAudID
           MOVE STStudName(ST) TO PrnAudName
           MOVE STStudProgram(ST) TO PrnAudProgram
           MOVE 'N' TO ProgramFound
           IF ProgramCount > ZERO
              SET PGX TO 1
              SEARCH ProgramEntry
                 AT END CONTINUE
                 WHEN XGProgram(PGX) = STStudProgram(ST)
                    MOVE 'Y' TO ProgramFound
              END-SEARCH
           END-IF
           IF ProgramFound = 'N'
              MOVE SPACES TO PrnAudTitle
              WRITE PrintLine FROM StudentLine
              WRITE PrintLine FROM NoProgLine
              ADD 1 TO UnknownProgCount
              EXIT PARAGRAPH
           END-IF
           MOVE XGTitle(PGX) TO PrnAudTitle
           WRITE PrintLine FROM StudentLine
           MOVE XGPassScore(PGX) TO PassScore
           MOVE ZERO TO ReqOutstanding ReqPending ReqListed
           MOVE 'N' TO ActiveThisTerm
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ProgReqCount
              IF XRProgram(RX) = XGProgram(PGX)
                 PERFORM AuditRequiredCourse
              END-IF
           END-PERFORM
           IF ReqListed = ZERO
              WRITE PrintLine FROM NoReqLine
           END-IF
           PERFORM CountCredits
           MOVE CreditsEarned TO PrnEarned
           MOVE CreditsInProg TO PrnInProg
           MOVE XGCredits(PGX) TO PrnRequired
           COMPUTE CreditsTotal = CreditsEarned + CreditsInProg
           EVALUATE TRUE
              WHEN CreditsEarned >= XGCredits(PGX)
                 MOVE 'Y' TO CreditsMet
                 MOVE "MET" TO PrnCreditStatus
              WHEN CreditsTotal >= XGCredits(PGX)
                 MOVE 'P' TO CreditsMet
                 MOVE "IN PROGRESS" TO PrnCreditStatus
              WHEN OTHER
                 MOVE 'N' TO CreditsMet
                 MOVE "NOT MET" TO PrnCreditStatus
           END-EVALUATE
           WRITE PrintLine FROM CreditLine
           MOVE STCumGPA(ST) TO PrnGPA
           MOVE XGMinGPA(PGX) TO PrnMinGPA
           IF STCumGPA(ST) >= XGMinGPA(PGX)
              MOVE 'Y' TO GPAMet
              MOVE "MET" TO PrnGPAStatus
           ELSE
              MOVE 'N' TO GPAMet
              MOVE "NOT MET" TO PrnGPAStatus
           END-IF
           IF STGpaFound(ST) = 'N' AND GPAMet = 'N'
              MOVE "NO GPA YET" TO PrnGPAStatus
           END-IF
           WRITE PrintLine FROM GPALine
           EVALUATE TRUE
              WHEN ReqOutstanding > ZERO OR CreditsMet = 'N'
                 OR GPAMet = 'N'
                 MOVE 'N' TO AuditResult
                 MOVE "NOT COMPLETE" TO PrnResult
                 ADD 1 TO IncompleteCount
              WHEN ReqPending > ZERO OR CreditsMet = 'P'
                 MOVE 'P' TO AuditResult
                 MOVE "COMPLETE WHEN GRADED" TO PrnResult
                 ADD 1 TO PendingCount
              WHEN OTHER
                 MOVE 'C' TO AuditResult
                 MOVE "COMPLETE" TO PrnResult
                 ADD 1 TO CompleteCount
           END-EVALUATE
           COMPUTE PrnOutstanding = ReqOutstanding + ReqPending
           WRITE PrintLine FROM ResultLine
           IF AuditResult NOT = 'N' AND ActiveThisTerm = 'Y'
              PERFORM ListCandidate
           END-IF.

       AuditRequiredCourse.
           ADD 1 TO ReqListed
           MOVE XRCourse(RX) TO PrnReqCourse CourseWanted
           PERFORM FindCourse
           IF CourseFound = 'Y'
              MOVE CTTitle(CX) TO PrnReqTitle
           ELSE
              MOVE "* NOT IN CATALOG *" TO PrnReqTitle
           END-IF
           IF XRMinScore(RX) > ZERO
              MOVE XRMinScore(RX) TO NeedScore
           ELSE
              MOVE PassScore TO NeedScore
           END-IF
           MOVE NeedScore TO PrnReqMin
           PERFORM FindStudentGrade
           PERFORM FindInProgress
           EVALUATE TRUE
              WHEN GradeFound = 'Y' AND GBBest(GX) >= NeedScore
                 MOVE "SATISFIED" TO PrnReqStatus
              WHEN InProgFound = 'Y'
                 MOVE "IN PROGRESS" TO PrnReqStatus
                 ADD 1 TO ReqPending
              WHEN GradeFound = 'Y'
                 MOVE "BELOW MINIMUM" TO PrnReqStatus
                 ADD 1 TO ReqOutstanding
              WHEN OTHER
                 MOVE "MISSING" TO PrnReqStatus
                 ADD 1 TO ReqOutstanding
           END-EVALUATE
           IF GradeFound = 'Y'
              MOVE GBBest(GX) TO PrnReqBest
           ELSE
              MOVE "  -" TO PrnReqBestX
           END-IF
           IF ReqListed = 1
              WRITE PrintLine FROM ReqHeads
           END-IF
           WRITE PrintLine FROM ReqLine.

       FindStudentGrade.
           MOVE 'N' TO GradeFound
           IF STGradeCount(ST) = ZERO
              EXIT PARAGRAPH
           END-IF
           COMPUTE GradeLast = STGradeFirst(ST) + STGradeCount(ST) - 1
           PERFORM VARYING GX FROM STGradeFirst(ST) BY 1
              UNTIL GX > GradeLast OR GradeFound = 'Y'
              IF GBCourse(GX) = CourseWanted
                 MOVE 'Y' TO GradeFound
              END-IF
           END-PERFORM
           IF GradeFound = 'Y'
              SET GX DOWN BY 1
           END-IF.

       FindInProgress.
           MOVE 'N' TO InProgFound
           IF GradeFound = 'Y'
              IF GBThisTerm(GX) = 'Y'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM VARYING IPX FROM 1 BY 1
              UNTIL IPX > InProgCount OR InProgFound = 'Y'
              IF IPStudID(IPX) = STIDNum(ST)
                 AND IPCourse(IPX) = CourseWanted
                 MOVE 'Y' TO InProgFound
              END-IF
           END-PERFORM.

       CountCredits.
           MOVE ZERO TO CreditsEarned CreditsInProg
           IF STGradeCount(ST) > ZERO
              COMPUTE GradeLast =
                 STGradeFirst(ST) + STGradeCount(ST) - 1
              PERFORM VARYING GX FROM STGradeFirst(ST) BY 1
                 UNTIL GX > GradeLast
                 IF GBBest(GX) >= PassScore
                    ADD GBCredits(GX) TO CreditsEarned
                 END-IF
                 IF GBThisTerm(GX) = 'Y'
                    MOVE 'Y' TO ActiveThisTerm
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VARYING IPX FROM 1 BY 1 UNTIL IPX > InProgCount
              IF IPStudID(IPX) = STIDNum(ST)
                 MOVE 'Y' TO ActiveThisTerm
                 MOVE IPCourse(IPX) TO CourseWanted
                 PERFORM FindStudentGrade
                 EVALUATE TRUE
                    WHEN GradeFound = 'N'
                       ADD IPCredits(IPX) TO CreditsInProg
                    WHEN GBThisTerm(GX) = 'Y'
                       CONTINUE
                    WHEN GBBest(GX) < PassScore
                       ADD IPCredits(IPX) TO CreditsInProg
                 END-EVALUATE
              END-IF
           END-PERFORM.

       ListCandidate.
           ADD 1 TO CandidateCount
           MOVE STIDNum(ST) TO PrnCandID
           MOVE STStudName(ST) TO PrnCandName
           MOVE XGProgram(PGX) TO PrnCandProgram
           MOVE XGTitle(PGX) TO PrnCandTitle
           MOVE CreditsEarned TO PrnCandEarned
           MOVE CreditsInProg TO PrnCandInProg
           MOVE STCumGPA(ST) TO PrnCandGPA
           IF AuditResult = 'C'
              MOVE "COMPLETE" TO PrnCandStatus
           ELSE
              MOVE "PENDING GRADES" TO PrnCandStatus
           END-IF
           MOVE 'N' TO StudentHeld
           PERFORM VARYING HLX FROM 1 BY 1
              UNTIL HLX > HeldCount OR StudentHeld = 'Y'
              IF HLStudID(HLX) = STIDNum(ST)
                 MOVE 'Y' TO StudentHeld
              END-IF
           END-PERFORM
           IF StudentHeld = 'Y'
              MOVE "ON HOLD" TO PrnCandHold
              ADD 1 TO CandHeldCount
           ELSE
              MOVE SPACES TO PrnCandHold
           END-IF
           WRITE CandLine FROM CandDetail.
