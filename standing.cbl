       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Academic standing at term end by the rules on Standing.ctl.
      *> Output is Standing.rpt and StandingLtr.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermGpaFile ASSIGN TO "TermGpa.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermGpaStatus.
           SELECT RuleCtlFile ASSIGN TO "Standing.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RuleCtlStatus.
           SELECT StandingFile ASSIGN TO "Standing.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StandingFileStatus.
           SELECT StandingWorkFile ASSIGN TO "Standing.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StandingWorkStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.
           SELECT StandingReport ASSIGN TO "Standing.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ReportStatus.
           SELECT LetterReport ASSIGN TO "StandingLtr.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LetterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TermGpaFile.
       01 TermGpaRecord.
           02 TGStudID PIC 9(5).
           02 TGTerm PIC X(6).
           02 TGTermGPA PIC 9(3)V99.
           02 TGCumGPA PIC 9(3)V99.
           02 TGTermCredits PIC 9(5).
           02 TGCumCredits PIC 9(5).

       FD RuleCtlFile.
       01 RuleCtlRecord.
           02 RCStanding PIC X.
           02 RCTermBelow PIC 9(3)V99.
           02 RCCumBelow PIC 9(3)V99.
           02 RCPrior PIC X.

       FD StandingFile.
       01 StandingRecord.
           02 SHStudID PIC 9(5).
           02 SHTerm PIC X(6).
           02 SHStanding PIC X.
           02 SHTermGPA PIC 9(3)V99.
           02 SHCumGPA PIC 9(3)V99.
           02 SHPrior PIC X.
           02 SHRunDate PIC 9(8).
           02 SHReinstated PIC X.
           02 SHReinstBy PIC X(8).
           02 SHReinstDate PIC 9(8).
           02 SHReinstReason PIC X(30).

       FD StandingWorkFile.
       01 StandingWorkRecord PIC X(78).

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

       FD StandingReport.
       01 PrintLine PIC X(80).

       FD LetterReport.
       01 LetterLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 TermGpaStatus PIC XX VALUE "00".
       01 RuleCtlStatus PIC XX VALUE "00".
       01 StandingFileStatus PIC XX VALUE "00".
       01 StandingWorkStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 LetterStatus PIC XX VALUE "00".
       01 TermGpaEOF PIC X.
       01 RuleEOF PIC X.
       01 StandingEOF PIC X.
       01 StudentEOF PIC X.
       01 RunDate PIC 9(8).
       01 TermText PIC X(6).
       01 RunTerm PIC X(6).
       01 RunTermTitle PIC X(20).
       01 RunPriorTerm PIC X(6).
       01 CurrentStudName PIC X(10).
       01 PriorStanding PIC X.
       01 NewStanding PIC X.
       01 RuleMatched PIC X.
       01 WriteFailed PIC X VALUE 'N'.

       01 RuleCount PIC 99 VALUE ZERO.
       01 RuleTable.
           02 RuleEntry OCCURS 0 TO 20 TIMES
                 DEPENDING ON RuleCount
                 INDEXED BY RX.
              03 XRStanding PIC X.
              03 XRTermBelow PIC 9(3)V99.
              03 XRCumBelow PIC 9(3)V99.
              03 XRPrior PIC X.
       01 DefaultRules.
           02 FILLER PIC X(12) VALUE "S0650000000P".
           02 FILLER PIC X(12) VALUE "P0000007000 ".
           02 FILLER PIC X(12) VALUE "P0700000000W".
           02 FILLER PIC X(12) VALUE "W0700000000 ".
       01 DefaultRuleTable REDEFINES DefaultRules.
           02 DefaultRule OCCURS 4 TIMES PIC X(12).

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON StudentCount
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
              03 STStudName PIC X(10).

       01 PriorCount PIC 9(4) VALUE ZERO.
       01 PriorTable.
           02 PriorEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON PriorCount
                 INDEXED BY PRX.
              03 XPStudID PIC 9(5).
              03 XPStanding PIC X.
       01 ReinstCount PIC 9(4) VALUE ZERO.
       01 ReinstTable.
           02 ReinstEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON ReinstCount
                 INDEXED BY RIX.
              03 XIStudID PIC 9(5).
              03 XIBy PIC X(8).
              03 XIDate PIC 9(8).
              03 XIReason PIC X(30).

       01 GradedCount PIC 9(5) VALUE ZERO.
       01 GoodCount PIC 9(5) VALUE ZERO.
       01 WarningCount PIC 9(5) VALUE ZERO.
       01 ProbationCount PIC 9(5) VALUE ZERO.
       01 SuspendedCount PIC 9(5) VALUE ZERO.
       01 LetterCount PIC 9(5) VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(22) VALUE "ACADEMIC STANDING FOR ".
           02 PrnRunTerm PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRunTitle PIC X(20).
           02 FILLER PIC X(6) VALUE "  RUN ".
           02 PrnRunDate PIC 9(8).
       01 Heads.
           02 FILLER PIC X(36)
              VALUE "Stud  Name        Term GPA  Cum GPA".
           02 FILLER PIC X(32)
              VALUE "  Credits  Prior  Standing".
       01 DetailLine.
           02 PrnStudID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStudName PIC X(10).
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnTermGPA PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnCumGPA PIC ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnCredits PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 PrnPrior PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnStandingText PIC X(14).
       01 SummaryLine.
           02 PrnSumText PIC X(24).
           02 PrnSumCount PIC ZZZZ9.

       01 LetterHeading.
           02 FILLER PIC X(21) VALUE "ACADEMIC STANDING -- ".
           02 PrnLtrTerm PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLtrTitle PIC X(20).
           02 FILLER PIC X(10) VALUE "  DATE : ".
           02 PrnLtrDate PIC 9(8).
       01 LetterToLine.
           02 FILLER PIC X(5) VALUE "TO : ".
           02 PrnLtrName PIC X(10).
           02 FILLER PIC X(13) VALUE "  STUDENT ID ".
           02 PrnLtrStudID PIC 9(5).
       01 LetterGpaLine.
           02 FILLER PIC X(20) VALUE "YOUR TERM GPA IS ".
           02 PrnLtrTermGPA PIC ZZ9.99.
           02 FILLER PIC X(25) VALUE " AND CUMULATIVE GPA IS ".
           02 PrnLtrCumGPA PIC ZZ9.99.
       01 LetterGoodText PIC X(60) VALUE
          "YOU HAVE BEEN RETURNED TO GOOD ACADEMIC STANDING.".
       01 LetterWarningText PIC X(60) VALUE
          "ACADEMIC WARNING - YOUR RESULTS NEED TO IMPROVE.".
       01 LetterProbationText PIC X(60) VALUE
          "ACADEMIC PROBATION - SEE YOUR ADVISOR BEFORE REGISTERING.".
       01 LetterSuspendText PIC X(60) VALUE
          "ACADEMIC SUSPENSION - YOU MAY NOT REGISTER NEXT TERM.".
       01 LetterSuspendText2 PIC X(60) VALUE
          "YOU MAY APPLY TO THE REGISTRAR FOR REINSTATEMENT.".

       COPY SITEWS.
       COPY TERMWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadTerms
           PERFORM SetRunTerm
           IF RunTerm = SPACES
              DISPLAY "No Term To Run Standing For"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CheckTermGpa
           IF GradedCount = ZERO
              DISPLAY "No GPA For Term " RunTerm
                 " On TermGpa.dat, Run GPA_BATCH First"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE ZERO TO GradedCount
           PERFORM LoadRules
           PERFORM LoadStudentTable
           PERFORM CopyStandingHistory
           IF StandingWorkStatus NOT = "00"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM AssignStandings
           IF WriteFailed = 'Y'
              DISPLAY "Standing.dat Not Updated"
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM ReplaceStandingFile
           END-IF
           DISPLAY "Standing Term : " RunTerm
           DISPLAY "Students Graded : " GradedCount
           DISPLAY "Good Standing : " GoodCount
           DISPLAY "Warning : " WarningCount
           DISPLAY "Probation : " ProbationCount
           DISPLAY "Suspension : " SuspendedCount
           DISPLAY "Standing Letters Printed : " LetterCount.
           GOBACK.

       COPY SITEPROC.
       COPY TERMPROC.

       SetRunTerm.
           MOVE SPACES TO RunTerm
           MOVE SPACES TO TermText
           ACCEPT TermText FROM ENVIRONMENT "STANDING_TERM"
           IF TermText NOT = SPACES
              MOVE FUNCTION UPPER-CASE(TermText) TO TermCode
              PERFORM FindTerm
              IF TermFound NOT = 'Y'
                 DISPLAY "STANDING_TERM " TermText
                    " Is Not On Term.dat"
                 EXIT PARAGRAPH
              END-IF
           ELSE
              PERFORM FindOpenTerm
              IF TermFound NOT = 'Y'
                 PERFORM FindLastClosedTerm
              END-IF
              IF TermFound NOT = 'Y'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE TermCode TO RunTerm
           MOVE TermTitle TO RunTermTitle
           PERFORM FindPriorTerm
           MOVE PriorTermCode TO RunPriorTerm.

       FindLastClosedTerm.
           MOVE SPACES TO TermCode
           MOVE ZERO TO TermWorkStart
           PERFORM VARYING TMX FROM 1 BY 1 UNTIL TMX > TermCount
              IF XMStatus(TMX) = 'C'
                 AND XMEnd(TMX) >= TermWorkStart
                 MOVE XMCode(TMX) TO TermCode
                 MOVE XMEnd(TMX) TO TermWorkStart
              END-IF
           END-PERFORM
           PERFORM FindTerm.

       CheckTermGpa.
           MOVE 'N' TO TermGpaEOF
           OPEN INPUT TermGpaFile
           IF TermGpaStatus NOT = "00"
              MOVE 'Y' TO TermGpaEOF
           END-IF
           PERFORM UNTIL TermGpaEOF = 'Y'
              READ TermGpaFile
                 AT END MOVE 'Y' TO TermGpaEOF
                 NOT AT END
                    IF TGTerm = RunTerm
                       ADD 1 TO GradedCount
                       MOVE 'Y' TO TermGpaEOF
                    END-IF
              END-READ
           END-PERFORM
           IF TermGpaStatus NOT = "35"
              CLOSE TermGpaFile
           END-IF.

       LoadRules.
           MOVE 'N' TO RuleEOF
           OPEN INPUT RuleCtlFile
           IF RuleCtlStatus NOT = "00"
              MOVE 'Y' TO RuleEOF
           END-IF
           PERFORM UNTIL RuleEOF = 'Y'
              READ RuleCtlFile
                 AT END MOVE 'Y' TO RuleEOF
                 NOT AT END
                    IF (RCStanding = 'G' OR 'W' OR 'P' OR 'S')
                       AND RCTermBelow IS NUMERIC
                       AND RCCumBelow IS NUMERIC
                       AND RuleCount < 20
                       ADD 1 TO RuleCount
                       MOVE RuleCtlRecord TO RuleEntry(RuleCount)
                    ELSE
                       DISPLAY "Standing.ctl Rule Ignored : "
                          RuleCtlRecord
                    END-IF
              END-READ
           END-PERFORM
           IF RuleCtlStatus NOT = "35"
              CLOSE RuleCtlFile
           END-IF
           IF RuleCount = ZERO
              PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 4
                 ADD 1 TO RuleCount
                 MOVE DefaultRule(RX) TO RuleEntry(RuleCount)
              END-PERFORM
           END-IF.

       LoadStudentTable.
           MOVE 'N' TO StudentEOF
           OPEN INPUT StudentFile
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

       CopyStandingHistory.
           OPEN OUTPUT StandingWorkFile
           IF StandingWorkStatus NOT = "00"
              DISPLAY "Unable To Open Standing.tmp, Status "
                 StandingWorkStatus
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO StandingEOF
           OPEN INPUT StandingFile
           IF StandingFileStatus NOT = "00"
              MOVE 'Y' TO StandingEOF
           END-IF
           PERFORM UNTIL StandingEOF = 'Y'
              READ StandingFile
                 AT END MOVE 'Y' TO StandingEOF
                 NOT AT END PERFORM CopyOneStanding
              END-READ
           END-PERFORM
           IF StandingFileStatus NOT = "35"
              CLOSE StandingFile
           END-IF.

       CopyOneStanding.
           IF SHTerm = RunTerm
              IF SHReinstated = 'Y' AND ReinstCount < 1000
                 ADD 1 TO ReinstCount
                 SET RIX TO ReinstCount
                 MOVE SHStudID TO XIStudID(RIX)
                 MOVE SHReinstBy TO XIBy(RIX)
                 MOVE SHReinstDate TO XIDate(RIX)
                 MOVE SHReinstReason TO XIReason(RIX)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF SHTerm = RunPriorTerm AND RunPriorTerm NOT = SPACES
              AND PriorCount < 5000
              ADD 1 TO PriorCount
              SET PRX TO PriorCount
              MOVE SHStudID TO XPStudID(PRX)
              MOVE SHStanding TO XPStanding(PRX)
           END-IF
           WRITE StandingWorkRecord FROM StandingRecord
           IF StandingWorkStatus NOT = "00"
              DISPLAY "Unable To Write Standing.tmp, Status "
                 StandingWorkStatus
              MOVE 'Y' TO WriteFailed
           END-IF.

       AssignStandings.
           OPEN OUTPUT StandingReport
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Open Standing.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           OPEN OUTPUT LetterReport
           IF LetterStatus NOT = "00"
              DISPLAY "Unable To Open StandingLtr.rpt, Status "
                 LetterStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE RunTerm TO PrnRunTerm
           MOVE RunTermTitle TO PrnRunTitle
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM Heads
           MOVE 'N' TO TermGpaEOF
           OPEN INPUT TermGpaFile
           IF TermGpaStatus NOT = "00"
              MOVE 'Y' TO TermGpaEOF
           END-IF
           PERFORM UNTIL TermGpaEOF = 'Y'
              READ TermGpaFile
                 AT END MOVE 'Y' TO TermGpaEOF
                 NOT AT END
                    IF TGTerm = RunTerm
                       PERFORM StandOneStudent
                    END-IF
              END-READ
           END-PERFORM
           IF TermGpaStatus NOT = "35"
              CLOSE TermGpaFile
           END-IF
           CLOSE StandingWorkFile
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "Students Graded :" TO PrnSumText
           MOVE GradedCount TO PrnSumCount
           WRITE PrintLine FROM SummaryLine
           MOVE "Good Standing :" TO PrnSumText
           MOVE GoodCount TO PrnSumCount
           WRITE PrintLine FROM SummaryLine
           MOVE "Warning :" TO PrnSumText
           MOVE WarningCount TO PrnSumCount
           WRITE PrintLine FROM SummaryLine
           MOVE "Probation :" TO PrnSumText
           MOVE ProbationCount TO PrnSumCount
           WRITE PrintLine FROM SummaryLine
           MOVE "Suspension :" TO PrnSumText
           MOVE SuspendedCount TO PrnSumCount
           WRITE PrintLine FROM SummaryLine
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Write Standing.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE StandingReport, LetterReport.

       StandOneStudent.
           ADD 1 TO GradedCount
           MOVE "*UNKNOWN*" TO CurrentStudName
           PERFORM VARYING ST FROM 1 BY 1 UNTIL ST > StudentCount
              IF STIDNum(ST) = TGStudID
                 MOVE STStudName(ST) TO CurrentStudName
              END-IF
           END-PERFORM
           MOVE 'G' TO PriorStanding
           PERFORM VARYING PRX FROM 1 BY 1 UNTIL PRX > PriorCount
              IF XPStudID(PRX) = TGStudID
                 MOVE XPStanding(PRX) TO PriorStanding
              END-IF
           END-PERFORM
           PERFORM ApplyRules
           EVALUATE NewStanding
              WHEN 'W' ADD 1 TO WarningCount
              WHEN 'P' ADD 1 TO ProbationCount
              WHEN 'S' ADD 1 TO SuspendedCount
              WHEN OTHER ADD 1 TO GoodCount
           END-EVALUATE
           INITIALIZE StandingRecord
           MOVE TGStudID TO SHStudID
           MOVE RunTerm TO SHTerm
           MOVE NewStanding TO SHStanding
           MOVE TGTermGPA TO SHTermGPA
           MOVE TGCumGPA TO SHCumGPA
           MOVE PriorStanding TO SHPrior
           MOVE RunDate TO SHRunDate
           MOVE 'N' TO SHReinstated
           MOVE ZERO TO SHReinstDate
           IF NewStanding = 'S'
              PERFORM VARYING RIX FROM 1 BY 1 UNTIL RIX > ReinstCount
                 IF XIStudID(RIX) = TGStudID
                    MOVE 'Y' TO SHReinstated
                    MOVE XIBy(RIX) TO SHReinstBy
                    MOVE XIDate(RIX) TO SHReinstDate
                    MOVE XIReason(RIX) TO SHReinstReason
                 END-IF
              END-PERFORM
           END-IF
           WRITE StandingWorkRecord FROM StandingRecord
           IF StandingWorkStatus NOT = "00"
              DISPLAY "Unable To Write Standing.tmp, Status "
                 StandingWorkStatus
              MOVE 'Y' TO WriteFailed
           END-IF
           MOVE TGStudID TO PrnStudID
           MOVE CurrentStudName TO PrnStudName
           MOVE TGTermGPA TO PrnTermGPA
           MOVE TGCumGPA TO PrnCumGPA
           MOVE TGCumCredits TO PrnCredits
           MOVE PriorStanding TO PrnPrior
           EVALUATE NewStanding
              WHEN 'W' MOVE "W WARNING" TO PrnStandingText
              WHEN 'P' MOVE "P PROBATION" TO PrnStandingText
              WHEN 'S'
                 IF SHReinstated = 'Y'
                    MOVE "S REINSTATED" TO PrnStandingText
                 ELSE
                    MOVE "S SUSPENSION" TO PrnStandingText
                 END-IF
              WHEN OTHER MOVE "G GOOD" TO PrnStandingText
           END-EVALUATE
           WRITE PrintLine FROM DetailLine
           IF NewStanding NOT = 'G' OR PriorStanding NOT = 'G'
              PERFORM PrintLetter
           END-IF.

       ApplyRules.
           MOVE 'G' TO NewStanding
           MOVE 'N' TO RuleMatched
           PERFORM VARYING RX FROM 1 BY 1
              UNTIL RX > RuleCount OR RuleMatched = 'Y'
              IF XRPrior(RX) = SPACE OR XRPrior(RX) = PriorStanding
                 IF (XRTermBelow(RX) > ZERO
                       AND TGTermGPA < XRTermBelow(RX))
                    OR (XRCumBelow(RX) > ZERO
                       AND TGCumGPA < XRCumBelow(RX))
                    MOVE 'Y' TO RuleMatched
                    MOVE XRStanding(RX) TO NewStanding
                 END-IF
              END-IF
           END-PERFORM.

       PrintLetter.
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE RunTerm TO PrnLtrTerm
           MOVE RunTermTitle TO PrnLtrTitle
           MOVE RunDate TO PrnLtrDate
           WRITE LetterLine FROM LetterHeading
           MOVE CurrentStudName TO PrnLtrName
           MOVE TGStudID TO PrnLtrStudID
           WRITE LetterLine FROM LetterToLine
           EVALUATE NewStanding
              WHEN 'W' WRITE LetterLine FROM LetterWarningText
              WHEN 'P' WRITE LetterLine FROM LetterProbationText
              WHEN 'S'
                 WRITE LetterLine FROM LetterSuspendText
                 WRITE LetterLine FROM LetterSuspendText2
              WHEN OTHER WRITE LetterLine FROM LetterGoodText
           END-EVALUATE
           MOVE TGTermGPA TO PrnLtrTermGPA
           MOVE TGCumGPA TO PrnLtrCumGPA
           WRITE LetterLine FROM LetterGpaLine
           IF LetterStatus NOT = "00"
              DISPLAY "Unable To Write StandingLtr.rpt, Status "
                 LetterStatus
           ELSE
              ADD 1 TO LetterCount
           END-IF.

       ReplaceStandingFile.
           MOVE 'N' TO StandingEOF
           OPEN INPUT StandingWorkFile
           IF StandingWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Standing.tmp, Status "
                 StandingWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT StandingFile
           IF StandingFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite Standing.dat, Status "
                 StandingFileStatus
              MOVE 1 TO RETURN-CODE
              CLOSE StandingWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL StandingEOF = 'Y'
              READ StandingWorkFile
                 AT END MOVE 'Y' TO StandingEOF
                 NOT AT END
                    WRITE StandingRecord FROM StandingWorkRecord
                    IF StandingFileStatus NOT = "00"
                       DISPLAY "Unable To Write Standing.dat, "
                          "Status " StandingFileStatus
                       MOVE 1 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE StandingWorkFile, StandingFile.
