           SELECT HonorRollReport ASSIGN TO "HonorRoll.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HonorRollStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.
           SELECT RepeatCtlFile ASSIGN TO "GpaRepeat.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RepeatCtlStatus.
           SELECT TermGpaFile ASSIGN TO "TermGpa.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermGpaStatus.
           SELECT StudHoldFile ASSIGN TO "StudHold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudHoldStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WGradeRecord.
           02 WGRStudID PIC 9(5).
           02 WGRTermStart PIC 9(8).
           02 WGRTerm PIC X(6).
           02 WGRCourse PIC X(10).
           02 WGRScore PIC 999.
           02 WGRCredits PIC 99.
           02 WGRSeq PIC 9(7).

       FD GradesFile.
       01 GradeRecord.
           02 GRCourse PIC X(10).
           02 GRScore PIC 999.
           02 GRCredits PIC 99.
           02 GRTerm PIC X(6).

       FD SortedGrades.
       01 SortedGradeRecord.
           02 SGRStudID PIC 9(5).
           02 SGRTermStart PIC 9(8).
           02 SGRTerm PIC X(6).
           02 SGRCourse PIC X(10).
           02 SGRScore PIC 999.
           02 SGRCredits PIC 99.
           02 SGRSeq PIC 9(7).

       FD StudentFile.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       FD HonorCtlFile.
       01 HonorCtlRecord PIC 9(3)V99.
           02 ENCourse PIC X(10).
           02 ENStatus PIC X.
           02 ENBilled PIC X.
           02 ENTerm PIC X(6).
           02 ENPriority PIC 9.

       FD TranscriptReport.
       01 PrintLine PIC X(60).
       FD HonorRollReport.
       01 HonorLine PIC X(60).

       FD TermFile.
       01 TermRecord.
           02 TMTermCode PIC X(6).
           02 TMTitle PIC X(20).
           02 TMStartDate PIC 9(8).
           02 TMEndDate PIC 9(8).
           02 TMAddDropDate PIC 9(8).
           02 TMGradeDate PIC 9(8).
           02 TMStatus PIC X.

       FD RepeatCtlFile.
       01 RepeatCtlRecord PIC X.

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

       WORKING-STORAGE SECTION.
       01 GradesFileStatus PIC XX VALUE "00".
       01 SortedGradesStatus PIC XX VALUE "00".
       01 HonorCtlStatus PIC XX VALUE "00".
       01 TranscriptStatus PIC XX VALUE "00".
       01 HonorRollStatus PIC XX VALUE "00".
       01 RepeatCtlStatus PIC XX VALUE "00".
       01 TermGpaStatus PIC XX VALUE "00".
       01 StudHoldStatus PIC XX VALUE "00".

       01 HoldEOF PIC X.
       01 HeldCount PIC 9(4) VALUE ZERO.
       01 HeldTable.
           02 HeldEntry OCCURS 0 TO 3000 TIMES
                 DEPENDING ON HeldCount
                 INDEXED BY HLX.
              03 HLStudID PIC 9(5).
              03 HLType PIC X.
       01 TranscriptHeld PIC X VALUE 'N'.
       01 WithheldCount PIC 9(5) VALUE ZERO.

       01 StudentEOF PIC X VALUE 'N'.
       01 StudentCount PIC 9(4) VALUE ZERO.
       01 EnrollEOF PIC X.
       01 EnrollCount PIC 9(4) VALUE ZERO.
       01 EnrollTable.
           02 EnrollEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON EnrollCount
                 INDEXED BY EN.
              03 ENTStudID PIC 9(5).
              03 ENTCourse PIC X(10).
              03 ENTTerm PIC X(6).
       01 EnrollFound PIC X.
       01 StrayGrades PIC 9(5) VALUE ZERO.

       01 TranscriptCount PIC 9(5) VALUE ZERO.
       01 HonorRollCount PIC 9(5) VALUE ZERO.
       01 GradeLineCount PIC 9(7) VALUE ZERO.
       01 GradesEOF PIC X.
       01 GradeSeq PIC 9(7) VALUE ZERO.

       01 LineCount PIC 9(3) VALUE ZERO.
       01 LineTable.
           02 LineEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON LineCount
                 INDEXED BY LX, LY.
              03 XLTerm PIC X(6).
              03 XLCourse PIC X(10).
              03 XLTitle PIC X(30).
              03 XLScore PIC 999.
              03 XLCredits PIC 99.
              03 XLFlag PIC X(14).
              03 XLCounts PIC X.
       01 LinesLeftOff PIC 9(5) VALUE ZERO.

       01 RepeatRule PIC X VALUE 'L'.
       01 Superseded PIC X.
       01 RepeatedLines PIC 9(5) VALUE ZERO.

       01 TermStarted PIC X.
       01 PrevTerm PIC X(6).
       01 TermWeighted PIC 9(9)V99 VALUE ZERO.
       01 TermCredits PIC 9(5) VALUE ZERO.
       01 TermGPA PIC 9(3)V99 VALUE ZERO.

       01 TranscriptHeading.
           02 FILLER PIC X(19) VALUE "TRANSCRIPT FOR ".
           02 PrnCredits PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCatFlag PIC X(14).
       01 TransTermLine.
           02 FILLER PIC X(5) VALUE "TERM ".
           02 PrnTermCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTermTitle PIC X(20).
       01 TransTermGPALine.
           02 FILLER PIC X(12) VALUE "  TERM GPA :".
           02 PrnTermGPA PIC ZZ9.99.
           02 FILLER PIC X(19) VALUE "   CUMULATIVE GPA :".
           02 PrnCumGPA PIC ZZ9.99.
       01 TransHeldLine.
           02 FILLER PIC X(38)
              VALUE "TRANSCRIPT WITHHELD - STUDENT ON HOLD ".
           02 PrnHeldType PIC X(10).
       01 TransGPALine.
           02 FILLER PIC X(16) VALUE "CUMULATIVE GPA :".
           02 FILLER PIC X VALUE SPACE.
           02 PrnGPA PIC ZZ9.99.
       01 HonorDetailLine.
           02 PrnHonorGPA PIC ZZ9.99.

       COPY SITEWS.
       COPY TERMWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM LoadCourseTable
           PERFORM LoadEnrollTable
           PERFORM GetHonorThreshold
           PERFORM GetRepeatRule
           PERFORM LoadTerms
           PERFORM LoadHeldStudents
           SORT WorkFile
              ON ASCENDING KEY WGRStudID WGRTermStart WGRTerm
                 WGRCourse WGRSeq
              INPUT PROCEDURE IS ReleaseGrades
              GIVING SortedGrades
           PERFORM RunTranscripts
           DISPLAY "Grade Lines Processed : " GradeLineCount
           DISPLAY "Transcripts Written : " TranscriptCount
           DISPLAY "Transcripts Withheld (On Hold) : " WithheldCount
           DISPLAY "Honor Roll Students : " HonorRollCount
           DISPLAY "Grade Lines Not In Catalog : " NotInCatalog
           DISPLAY "Stray Grades (Not Enrolled) : " StrayGrades
           DISPLAY "Repeated Attempts Not Counted : " RepeatedLines
           IF LinesLeftOff > ZERO
              DISPLAY "Grade Lines Left Off Transcripts : "
                 LinesLeftOff
              MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       COPY SITEPROC.
       COPY TERMPROC.

       ReleaseGrades.
           MOVE 'N' TO GradesEOF
           OPEN INPUT GradesFile
           IF GradesFileStatus NOT = "00"
              DISPLAY "Unable To Open Grades.dat, Status "
                 GradesFileStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GradesEOF = 'Y'
              READ GradesFile
                 AT END MOVE 'Y' TO GradesEOF
                 NOT AT END
                    ADD 1 TO GradeSeq
                    MOVE GRStudID TO WGRStudID
                    MOVE GRTerm TO WGRTerm
                    MOVE GRCourse TO WGRCourse
                    MOVE GRScore TO WGRScore
                    MOVE GRCredits TO WGRCredits
                    MOVE GradeSeq TO WGRSeq
                    MOVE GRTerm TO TermCode
                    PERFORM FindTerm
                    MOVE TermStart TO WGRTermStart
                    RELEASE WGradeRecord
              END-READ
           END-PERFORM
           CLOSE GradesFile.

       LoadStudentTable.
           OPEN INPUT StudentFile.
                 "Enrollment Check Skipped"
              MOVE 'Y' TO EnrollEOF
           END-IF
           PERFORM UNTIL EnrollEOF = 'Y' OR EnrollCount >= 5000
              READ EnrollFile
                 AT END MOVE 'Y' TO EnrollEOF
                 NOT AT END
                       ADD 1 TO EnrollCount
                       MOVE ENStudID TO ENTStudID(EnrollCount)
                       MOVE ENCourse TO ENTCourse(EnrollCount)
                       MOVE ENTerm TO ENTTerm(EnrollCount)
                    END-IF
              END-READ
           END-PERFORM
                 AT END CONTINUE
                 WHEN ENTStudID(EN) = SGRStudID
                    AND ENTCourse(EN) = SGRCourse
                    AND (ENTTerm(EN) = SGRTerm
                       OR ENTTerm(EN) = SPACES OR SGRTerm = SPACES)
                    MOVE 'Y' TO EnrollFound
              END-SEARCH
           END-IF.
              END-SEARCH
           END-IF.

       LoadHeldStudents.
           MOVE 'N' TO HoldEOF
           OPEN INPUT StudHoldFile
           IF StudHoldStatus NOT = "00"
              MOVE 'Y' TO HoldEOF
           END-IF
           PERFORM UNTIL HoldEOF = 'Y'
              READ StudHoldFile
                 AT END MOVE 'Y' TO HoldEOF
                 NOT AT END
                    IF HDBlockTran = 'Y' AND HeldCount < 3000
                       ADD 1 TO HeldCount
                       MOVE HDStudID TO HLStudID(HeldCount)
                       MOVE HDType TO HLType(HeldCount)
                    END-IF
              END-READ
           END-PERFORM
           IF StudHoldStatus NOT = "35"
              CLOSE StudHoldFile
           END-IF.

       GetHonorThreshold.
           OPEN INPUT HonorCtlFile.
           IF HonorCtlStatus = "00"
              CLOSE HonorCtlFile
           END-IF.

       GetRepeatRule.
           OPEN INPUT RepeatCtlFile
           IF RepeatCtlStatus = "00"
              READ RepeatCtlFile
                 AT END CONTINUE
                 NOT AT END
                    IF RepeatCtlRecord = 'H' OR RepeatCtlRecord = 'h'
                       MOVE 'H' TO RepeatRule
                    END-IF
              END-READ
              CLOSE RepeatCtlFile
           END-IF.

       RunTranscripts.
           OPEN INPUT SortedGrades.
           IF SortedGradesStatus NOT = "00"
                    MOVE 'Y' TO SortedEOF
                    CLOSE SortedGrades, TranscriptReport
                 ELSE
                    OPEN OUTPUT TermGpaFile
                    IF TermGpaStatus NOT = "00"
                       DISPLAY "Unable To Open TermGpa.dat, Status "
                          TermGpaStatus
                       MOVE 1 TO RETURN-CODE
                    END-IF
                    PERFORM UNTIL SortedEOF = 'Y'
                       READ SortedGrades
                          AT END MOVE 'Y' TO SortedEOF
                    END-IF
                    CLOSE SortedGrades, TranscriptReport,
                       HonorRollReport
                    IF TermGpaStatus NOT = "35"
                       CLOSE TermGpaFile
                    END-IF
                 END-IF
              END-IF
           END-IF.
              MOVE SGRStudID TO CurrentStudID
              PERFORM StartTranscript
           END-IF
           IF LineCount >= 500
              DISPLAY "Too Many Grade Lines For Student "
                 SGRStudID ", " SGRCourse " Left Off"
              ADD 1 TO LinesLeftOff
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO LineCount
           SET LX TO LineCount
           MOVE SGRTerm TO XLTerm(LX)
           MOVE SGRCourse TO XLCourse(LX)
           MOVE SGRScore TO XLScore(LX)
           MOVE 'Y' TO XLCounts(LX)
           PERFORM FindCourse
           IF CourseFound = 'Y'
              MOVE CTTitle(CX) TO XLTitle(LX)
              MOVE CTCredits(CX) TO XLCredits(LX)
              MOVE SPACES TO XLFlag(LX)
           ELSE
              MOVE SGRCourse TO XLTitle(LX)
              MOVE SGRCredits TO XLCredits(LX)
              MOVE "* NO CATALOG *" TO XLFlag(LX)
              ADD 1 TO NotInCatalog
           END-IF
           PERFORM FindEnrollment
           IF EnrollCount > 0 AND EnrollFound = 'N'
              MOVE "* NOT ENROLLD*" TO XLFlag(LX)
              MOVE 'N' TO XLCounts(LX)
              ADD 1 TO StrayGrades
           END-IF.

       StartTranscript.
           MOVE ZERO TO SumWeighted SumCredits LineCount
           ADD 1 TO TranscriptCount
           PERFORM FindStudentName
           MOVE SPACES TO PrintLine
           MOVE CurrentStudID TO PrnTransID
           MOVE CurrentStudName TO PrnTransName
           WRITE PrintLine FROM TranscriptHeading
           MOVE 'N' TO TranscriptHeld
           PERFORM VARYING HLX FROM 1 BY 1 UNTIL HLX > HeldCount
              IF HLStudID(HLX) = CurrentStudID
                 AND TranscriptHeld = 'N'
                 MOVE 'Y' TO TranscriptHeld
                 EVALUATE HLType(HLX)
                    WHEN 'F' MOVE "FINANCIAL" TO PrnHeldType
                    WHEN 'R' MOVE "REGISTRAR" TO PrnHeldType
                    WHEN 'C' MOVE "CONDUCT" TO PrnHeldType
                    WHEN OTHER MOVE SPACES TO PrnHeldType
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF TranscriptHeld = 'Y'
              ADD 1 TO WithheldCount
              WRITE PrintLine FROM TransHeldLine
           END-IF
           IF TranscriptStatus NOT = "00"
              DISPLAY "Unable To Write Transcript.rpt, Status "
                 TranscriptStatus
              END-SEARCH
           END-IF.

       ApplyRepeatRule.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LineCount
              IF XLCounts(LX) = 'Y'
                 MOVE 'N' TO Superseded
                 PERFORM VARYING LY FROM 1 BY 1 UNTIL LY > LineCount
                    IF LY NOT = LX AND XLCounts(LY) NOT = 'N'
                       AND XLCourse(LY) = XLCourse(LX)
                       IF RepeatRule = 'H'
                          IF XLScore(LY) > XLScore(LX)
                             OR (XLScore(LY) = XLScore(LX)
                                AND LY > LX)
                             MOVE 'Y' TO Superseded
                          END-IF
                       ELSE
                          IF LY > LX
                             MOVE 'Y' TO Superseded
                          END-IF
                       END-IF
                    END-IF
                 END-PERFORM
                 IF Superseded = 'Y'
                    MOVE 'R' TO XLCounts(LX)
                    MOVE "* REPEATED *" TO XLFlag(LX)
                    ADD 1 TO RepeatedLines
                 END-IF
              END-IF
           END-PERFORM.

       FinishTranscript.
           PERFORM ApplyRepeatRule
           MOVE 'N' TO TermStarted
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LineCount
              IF TermStarted = 'N' OR XLTerm(LX) NOT = PrevTerm
                 IF TermStarted = 'Y'
                    PERFORM FinishTerm
                 END-IF
                 PERFORM StartTerm
              END-IF
              PERFORM PrintTranscriptLine
           END-PERFORM
           IF TermStarted = 'Y'
              PERFORM FinishTerm
           END-IF
           IF SumCredits > 0
              COMPUTE WeightedGPA ROUNDED =
                 SumWeighted / SumCredits
              MOVE ZERO TO WeightedGPA
           END-IF
           MOVE WeightedGPA TO PrnGPA
           IF TranscriptHeld NOT = 'Y'
              WRITE PrintLine FROM TransGPALine
           END-IF
           IF TranscriptStatus NOT = "00"
              DISPLAY "Unable To Write Transcript.rpt, Status "
                 TranscriptStatus
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF.

       StartTerm.
           MOVE 'Y' TO TermStarted
           MOVE XLTerm(LX) TO PrevTerm
           MOVE ZERO TO TermWeighted TermCredits
           MOVE XLTerm(LX) TO TermCode
           PERFORM FindTerm
           MOVE XLTerm(LX) TO PrnTermCode
           EVALUATE TRUE
              WHEN XLTerm(LX) = SPACES
                 MOVE "NO TERM RECORDED" TO PrnTermTitle
              WHEN TermFound = 'N'
                 MOVE "* NOT ON FILE *" TO PrnTermTitle
              WHEN OTHER
                 MOVE TermTitle TO PrnTermTitle
           END-EVALUATE
           IF TranscriptHeld NOT = 'Y'
              MOVE SPACES TO PrintLine
              WRITE PrintLine
              WRITE PrintLine FROM TransTermLine
              WRITE PrintLine FROM TransHeads
           END-IF
           IF TranscriptStatus NOT = "00"
              DISPLAY "Unable To Write Transcript.rpt, Status "
                 TranscriptStatus
              MOVE 1 TO RETURN-CODE
           END-IF.

       PrintTranscriptLine.
           MOVE XLTitle(LX) TO PrnCourse
           MOVE XLScore(LX) TO PrnScore
           MOVE XLCredits(LX) TO PrnCredits
           MOVE XLFlag(LX) TO PrnCatFlag
           IF TranscriptHeld NOT = 'Y'
              WRITE PrintLine FROM TransDetailLine
           END-IF
           IF TranscriptStatus NOT = "00"
              DISPLAY "Unable To Write Transcript.rpt, Status "
                 TranscriptStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           IF XLCounts(LX) = 'Y'
              COMPUTE TermWeighted =
                 TermWeighted + (XLScore(LX) * XLCredits(LX))
              ADD XLCredits(LX) TO TermCredits
              COMPUTE SumWeighted =
                 SumWeighted + (XLScore(LX) * XLCredits(LX))
              ADD XLCredits(LX) TO SumCredits
           END-IF.

       FinishTerm.
           IF TermCredits > 0
              COMPUTE TermGPA ROUNDED = TermWeighted / TermCredits
           ELSE
              MOVE ZERO TO TermGPA
           END-IF
           IF SumCredits > 0
              COMPUTE WeightedGPA ROUNDED =
                 SumWeighted / SumCredits
           ELSE
              MOVE ZERO TO WeightedGPA
           END-IF
           MOVE TermGPA TO PrnTermGPA
           MOVE WeightedGPA TO PrnCumGPA
           IF TranscriptHeld NOT = 'Y'
              WRITE PrintLine FROM TransTermGPALine
           END-IF
           IF TranscriptStatus NOT = "00"
              DISPLAY "Unable To Write Transcript.rpt, Status "
                 TranscriptStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           IF PrevTerm NOT = SPACES
              MOVE CurrentStudID TO TGStudID
              MOVE PrevTerm TO TGTerm
              MOVE TermGPA TO TGTermGPA
              MOVE WeightedGPA TO TGCumGPA
              MOVE TermCredits TO TGTermCredits
              MOVE SumCredits TO TGCumCredits
              WRITE TermGpaRecord
           END-IF.
