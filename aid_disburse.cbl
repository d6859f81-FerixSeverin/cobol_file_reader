       IDENTIFICATION DIVISION.
       PROGRAM-ID. AID_DISBURSE.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Scholarship and financial aid disbursement for a term, run
      *> after TUITION_BILL. Output is AidDisb.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AwardFile ASSIGN TO "AidAward.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AwardFileStatus.
           SELECT FundFile ASSIGN TO "AidFund.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FundFileStatus.
           SELECT AidDisbFile ASSIGN TO "AidDisb.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AidDisbStatus.
           SELECT EnrollFile ASSIGN TO "Enroll.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EnrollFileStatus.
           SELECT CourseFile ASSIGN TO "CourseCat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CourseFileStatus.
           SELECT TermGpaFile ASSIGN TO "TermGpa.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermGpaStatus.
           SELECT TuitBilledFile ASSIGN TO "TuitBilled.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TuitBilledStatus.
           SELECT RefundRegFile ASSIGN TO "RefundReg.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RefundRegStatus.
           SELECT TuitRateFile ASSIGN TO "TuitRate.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TuitRateStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.
           SELECT AidReport ASSIGN TO "AidDisb.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AwardFile.
       01 AwardRecord.
           02 AWStudID PIC 9(5).
           02 AWFund PIC X(6).
           02 AWTerm PIC X(6).
           02 AWAmount PIC 9(7)V99.
           02 AWMinGPA PIC 9(3)V99.
           02 AWMinCredits PIC 99.
           02 AWStatus PIC X.
           02 AWDate PIC 9(8).
           02 AWOperator PIC X(8).

       FD FundFile.
       01 FundRecord.
           02 FUFund PIC X(6).
           02 FUName PIC X(30).
           02 FUBudget PIC 9(7)V99.
           02 FUActive PIC X.

       FD AidDisbFile.
       01 AidDisbRecord.
           02 ADTimestamp PIC X(21).
           02 ADTerm PIC X(6).
           02 ADStudID PIC 9(5).
           02 ADFund PIC X(6).
           02 ADAwardTerm PIC X(6).
           02 ADAward PIC 9(7)V99.
           02 ADPaid PIC 9(7)V99.
           02 ADInvNum PIC 9(7).
           02 ADARID PIC 9(5).

       FD EnrollFile.
       01 EnrollRecord.
           02 ENTimestamp PIC X(21).
           02 ENStudID PIC 9(5).
           02 ENCourse PIC X(10).
           02 ENStatus PIC X.
           02 ENBilled PIC X.
           02 ENTerm PIC X(6).
           02 ENPriority PIC 9.

       FD CourseFile.
       01 CourseRecord.
           02 CRCourseCode PIC X(10).
           02 CRTitle PIC X(30).
           02 CRCredits PIC 99.
           02 CRSeatLimit PIC 9(3).
           02 CRActive PIC X.

       FD TermGpaFile.
       01 TermGpaRecord.
           02 TGStudID PIC 9(5).
           02 TGTerm PIC X(6).
           02 TGTermGPA PIC 9(3)V99.
           02 TGCumGPA PIC 9(3)V99.
           02 TGTermCredits PIC 9(5).
           02 TGCumCredits PIC 9(5).

       FD TuitBilledFile.
       01 TuitBilledRecord.
           02 TBStudID PIC 9(5).
           02 TBCourse PIC X(10).
           02 TBTerm PIC X(6).
           02 TBInvNum PIC 9(7).
           02 TBAmount PIC 9(7)V99.
           02 TBCredits PIC 99.
           02 TBRate PIC 9(3)V99.
           02 TBDate PIC 9(8).

       FD RefundRegFile.
       01 RefundRegRecord.
           02 RRTimestamp PIC X(21).
           02 RRTerm PIC X(6).
           02 RRStudID PIC 9(5).
           02 RRCourse PIC X(10).
           02 RRWeek PIC 99.
           02 RRPercent PIC 999.
           02 RRBilled PIC 9(7)V99.
           02 RRRefund PIC 9(7)V99.
           02 RRInvNum PIC 9(7).
           02 RRARID PIC 9(5).
           02 RROperator PIC X(8).
           02 RRPosted PIC X.

       FD TuitRateFile.
       01 TuitRateRecord.
           02 TRRatePerCredit PIC 9(3)V99.
           02 FILLER PIC X.
           02 TRStudentBase PIC 9(5).

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

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

       FD AidReport.
       01 PrintLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 AwardFileStatus PIC XX VALUE "00".
       01 FundFileStatus PIC XX VALUE "00".
       01 AidDisbStatus PIC XX VALUE "00".
       01 EnrollFileStatus PIC XX VALUE "00".
       01 CourseFileStatus PIC XX VALUE "00".
       01 TermGpaStatus PIC XX VALUE "00".
       01 TuitBilledStatus PIC XX VALUE "00".
       01 RefundRegStatus PIC XX VALUE "00".
       01 TuitRateStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 InputEOF PIC X.
       01 RunTimestamp PIC X(21).
       01 RunTerm PIC X(6).
       01 RunTermStart PIC 9(8).
       01 TermText PIC X(6).
       01 StudentBase PIC 9(5) VALUE 90000.
       01 ARStudentID PIC 9(5).

       01 AwardCount PIC 9(5) VALUE ZERO.
       01 PaidCount PIC 9(5) VALUE ZERO.
       01 PaidTotal PIC 9(9)V99 VALUE ZERO.
       01 IneligibleCount PIC 9(5) VALUE ZERO.
       01 PaidEarlierCount PIC 9(5) VALUE ZERO.
       01 AmountDisplay PIC $$$,$$$,$$9.99.

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON StudentCount
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
              03 STStudName PIC X(10).

       01 CourseCount PIC 9(3) VALUE ZERO.
       01 CourseTable.
           02 CourseEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON CourseCount
                 INDEXED BY CX.
              03 CTCode PIC X(10).
              03 CTCredits PIC 99.

       01 FundCount PIC 9(3) VALUE ZERO.
       01 FundTable.
           02 FundEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON FundCount
                 INDEXED BY FX.
              03 XFFund PIC X(6).
              03 XFBudget PIC 9(7)V99.
              03 XFActive PIC X.
              03 XFPaid PIC 9(9)V99.
       01 FundFound PIC X.

       01 AidStudCount PIC 9(4) VALUE ZERO.
       01 AidStudTable.
           02 AidStudEntry OCCURS 0 TO 3000 TIMES
                 DEPENDING ON AidStudCount
                 INDEXED BY SX.
              03 SAStudID PIC 9(5).
              03 SACredits PIC 9(3).
              03 SAGpaFound PIC X.
              03 SAGpaStart PIC 9(8).
              03 SACumGPA PIC 9(3)V99.
              03 SABilled PIC 9(7)V99.
              03 SARefunded PIC 9(7)V99.
              03 SAAidPaid PIC 9(7)V99.
              03 SAInvNum PIC 9(7).
       01 StudWanted PIC 9(5).
       01 AidStudFound PIC X.
       01 AidStudOverflow PIC 9(5) VALUE ZERO.

       01 PaidAwardCount PIC 9(4) VALUE ZERO.
       01 PaidAwardTable.
           02 PaidAwardEntry OCCURS 0 TO 3000 TIMES
                 DEPENDING ON PaidAwardCount
                 INDEXED BY PX.
              03 PXStudID PIC 9(5).
              03 PXFund PIC X(6).
              03 PXAwardTerm PIC X(6).
       01 PaidBefore PIC X.

       01 TuitionDue PIC S9(9)V99.
       01 BudgetLeft PIC S9(9)V99.
       01 PayAmount PIC 9(7)V99.
       01 ResultText PIC X(14).

       01 ReportHeading.
           02 FILLER PIC X(36)
              VALUE "FINANCIAL AID DISBURSEMENT FOR TERM ".
           02 PrnRunTerm PIC X(6).
           02 FILLER PIC X(6) VALUE "  RUN ".
           02 PrnRunDate PIC X(8).
       01 Heads.
           02 FILLER PIC X(36)
              VALUE "Stud  Name       Fund   Term        ".
           02 FILLER PIC X(40)
              VALUE "Award    GPA Credits        Paid  Result".
       01 DetailLine.
           02 PrnStudID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStudName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFund PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAwardTerm PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAward PIC $$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnGPA PIC ZZ9.99.
           02 FILLER PIC X(5) VALUE SPACES.
           02 PrnCredits PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPaid PIC $$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnResult PIC X(14).
       01 FooterLine.
           02 PrnFootLabel PIC X(28).
           02 PrnFootCount PIC ZZZZ9.
       01 FooterPaid.
           02 FILLER PIC X(28) VALUE "Awards Paid :".
           02 PrnPaidCount PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnPaidTotal PIC $$$,$$$,$$9.99.

       01 ARJournalRequest.
           02 AJAction PIC X(6).
           02 AJAfter PIC X(61).

       COPY SITEWS.
       COPY TERMWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM LoadTerms
           MOVE SPACES TO TermText
           ACCEPT TermText FROM ENVIRONMENT "AID_TERM"
           IF TermText NOT = SPACES
              MOVE FUNCTION UPPER-CASE(TermText) TO TermCode
              PERFORM FindTerm
           ELSE
              PERFORM FindOpenTerm
           END-IF
           IF TermFound NOT = 'Y'
              DISPLAY "Term " TermText " Not On Term.dat Or No "
                 "Term Open, No Aid Disbursed"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE TermCode TO RunTerm
           MOVE TermStart TO RunTermStart
           PERFORM ReadTuitRate
           PERFORM LoadStudentTable
           PERFORM LoadCourseTable
           PERFORM LoadFunds
           PERFORM LoadEnrollCredits
           PERFORM LoadPriorGpa
           PERFORM LoadTuitionBilled
           PERFORM LoadRefunds
           PERFORM LoadAidPaid
           IF AidStudOverflow > ZERO
              DISPLAY "Student Table Full, " AidStudOverflow
                 " Records Not Counted"
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM DisburseAwards
           DISPLAY "Awards Considered : " AwardCount
           MOVE PaidTotal TO AmountDisplay
           DISPLAY "Awards Paid       : " PaidCount " " AmountDisplay
           DISPLAY "Not Eligible      : " IneligibleCount
           DISPLAY "Paid Earlier      : " PaidEarlierCount.
           GOBACK.

       COPY SITEPROC.
       COPY TERMPROC.

       ReadTuitRate.
           OPEN INPUT TuitRateFile.
           IF TuitRateStatus = "00"
              READ TuitRateFile
                 AT END CONTINUE
                 NOT AT END
                    IF TRStudentBase IS NUMERIC
                       AND TRStudentBase > ZERO
                       MOVE TRStudentBase TO StudentBase
                    END-IF
              END-READ
              CLOSE TuitRateFile
           END-IF.

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
                    MOVE IDNum TO STIDNum(StudentCount)
                    MOVE StudName TO STStudName(StudentCount)
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
                       MOVE CRCredits TO CTCredits(CourseCount)
                    END-IF
              END-READ
           END-PERFORM
           IF CourseFileStatus NOT = "35"
              CLOSE CourseFile
           END-IF.

       LoadFunds.
           MOVE 'N' TO InputEOF
           OPEN INPUT FundFile
           IF FundFileStatus NOT = "00"
              DISPLAY "No Aid Funds On File"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ FundFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    IF FundCount < 200 AND FUFund NOT = SPACES
                       ADD 1 TO FundCount
                       SET FX TO FundCount
                       MOVE FUFund TO XFFund(FX)
                       IF FUBudget IS NUMERIC
                          MOVE FUBudget TO XFBudget(FX)
                       ELSE
                          MOVE ZERO TO XFBudget(FX)
                       END-IF
                       MOVE FUActive TO XFActive(FX)
                       MOVE ZERO TO XFPaid(FX)
                    END-IF
              END-READ
           END-PERFORM
           IF FundFileStatus NOT = "35"
              CLOSE FundFile
           END-IF.

       FindFund.
           MOVE 'N' TO FundFound
           IF FundCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET FX TO 1
           SEARCH FundEntry
              AT END CONTINUE
              WHEN XFFund(FX) = AWFund
                 MOVE 'Y' TO FundFound
           END-SEARCH.

       FindAidStud.
           MOVE 'N' TO AidStudFound
           IF AidStudCount > ZERO
              SET SX TO 1
              SEARCH AidStudEntry
                 AT END CONTINUE
                 WHEN SAStudID(SX) = StudWanted
                    MOVE 'Y' TO AidStudFound
              END-SEARCH
           END-IF
           IF AidStudFound = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF AidStudCount >= 3000
              ADD 1 TO AidStudOverflow
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO AidStudCount
           SET SX TO AidStudCount
           MOVE StudWanted TO SAStudID(SX)
           MOVE ZERO TO SACredits(SX) SAGpaStart(SX) SACumGPA(SX)
              SABilled(SX) SARefunded(SX) SAAidPaid(SX)
              SAInvNum(SX)
           MOVE 'N' TO SAGpaFound(SX)
           MOVE 'Y' TO AidStudFound.

       LoadEnrollCredits.
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
                       MOVE ENStudID TO StudWanted
                       PERFORM FindAidStud
                       IF AidStudFound = 'Y'
                          SET CX TO 1
                          SEARCH CourseEntry
                             AT END CONTINUE
                             WHEN CTCode(CX) = ENCourse
                                ADD CTCredits(CX) TO SACredits(SX)
                          END-SEARCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF EnrollFileStatus NOT = "35"
              CLOSE EnrollFile
           END-IF.

       LoadPriorGpa.
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
                    IF TermFound = 'Y' AND TermStart < RunTermStart
                       AND TGCumGPA IS NUMERIC
                       MOVE TGStudID TO StudWanted
                       PERFORM FindAidStud
                       IF AidStudFound = 'Y'
                          AND TermStart > SAGpaStart(SX)
                          MOVE 'Y' TO SAGpaFound(SX)
                          MOVE TermStart TO SAGpaStart(SX)
                          MOVE TGCumGPA TO SACumGPA(SX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF TermGpaStatus NOT = "35"
              CLOSE TermGpaFile
           END-IF.

       LoadTuitionBilled.
           MOVE 'N' TO InputEOF
           OPEN INPUT TuitBilledFile
           IF TuitBilledStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ TuitBilledFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    IF TBTerm = RunTerm AND TBAmount IS NUMERIC
                       MOVE TBStudID TO StudWanted
                       PERFORM FindAidStud
                       IF AidStudFound = 'Y'
                          ADD TBAmount TO SABilled(SX)
                          IF SAInvNum(SX) = ZERO
                             MOVE TBInvNum TO SAInvNum(SX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF TuitBilledStatus NOT = "35"
              CLOSE TuitBilledFile
           END-IF.

       LoadRefunds.
           MOVE 'N' TO InputEOF
           OPEN INPUT RefundRegFile
           IF RefundRegStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ RefundRegFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    IF RRTerm = RunTerm AND RRPosted = 'Y'
                       MOVE RRStudID TO StudWanted
                       PERFORM FindAidStud
                       IF AidStudFound = 'Y'
                          ADD RRRefund TO SARefunded(SX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF RefundRegStatus NOT = "35"
              CLOSE RefundRegFile
           END-IF.

       LoadAidPaid.
           MOVE 'N' TO InputEOF
           OPEN INPUT AidDisbFile
           IF AidDisbStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ AidDisbFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    MOVE ADFund TO AWFund
                    PERFORM FindFund
                    IF FundFound = 'Y'
                       ADD ADPaid TO XFPaid(FX)
                    END-IF
                    IF ADTerm = RunTerm
                       MOVE ADStudID TO StudWanted
                       PERFORM FindAidStud
                       IF AidStudFound = 'Y'
                          ADD ADPaid TO SAAidPaid(SX)
                       END-IF
                       PERFORM AddPaidAward
                    END-IF
              END-READ
           END-PERFORM
           IF AidDisbStatus NOT = "35"
              CLOSE AidDisbFile
           END-IF.

       AddPaidAward.
           IF PaidAwardCount < 3000
              ADD 1 TO PaidAwardCount
              SET PX TO PaidAwardCount
              MOVE ADStudID TO PXStudID(PX)
              MOVE ADFund TO PXFund(PX)
              MOVE ADAwardTerm TO PXAwardTerm(PX)
           END-IF.

       DisburseAwards.
           OPEN OUTPUT AidReport
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Open AidDisb.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunTerm TO PrnRunTerm
           MOVE RunTimestamp(1:8) TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM Heads
           MOVE 'N' TO InputEOF
           OPEN INPUT AwardFile
           IF AwardFileStatus NOT = "00"
              DISPLAY "No Aid Awards On File"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ AwardFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    IF AWStatus = 'A'
                       AND (AWTerm = RunTerm OR AWTerm = SPACES)
                       AND AWAmount IS NUMERIC
                       PERFORM DisburseOneAward
                    END-IF
              END-READ
           END-PERFORM
           IF AwardFileStatus NOT = "35"
              CLOSE AwardFile
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "Awards Considered :" TO PrnFootLabel
           MOVE AwardCount TO PrnFootCount
           WRITE PrintLine FROM FooterLine
           MOVE PaidCount TO PrnPaidCount
           MOVE PaidTotal TO PrnPaidTotal
           WRITE PrintLine FROM FooterPaid
           MOVE "Not Eligible :" TO PrnFootLabel
           MOVE IneligibleCount TO PrnFootCount
           WRITE PrintLine FROM FooterLine
           MOVE "Paid On An Earlier Run :" TO PrnFootLabel
           MOVE PaidEarlierCount TO PrnFootCount
           WRITE PrintLine FROM FooterLine
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Write AidDisb.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE AidReport.

       DisburseOneAward.
           ADD 1 TO AwardCount
           MOVE 'N' TO PaidBefore
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PaidAwardCount
              IF PXStudID(PX) = AWStudID AND PXFund(PX) = AWFund
                 AND PXAwardTerm(PX) = AWTerm
                 MOVE 'Y' TO PaidBefore
              END-IF
           END-PERFORM
           IF PaidBefore = 'Y'
              ADD 1 TO PaidEarlierCount
              EXIT PARAGRAPH
           END-IF
           MOVE AWStudID TO PrnStudID
           MOVE "** UNKNOWN" TO PrnStudName
           PERFORM VARYING ST FROM 1 BY 1 UNTIL ST > StudentCount
              IF STIDNum(ST) = AWStudID
                 MOVE STStudName(ST) TO PrnStudName
              END-IF
           END-PERFORM
           MOVE AWFund TO PrnFund
           MOVE AWTerm TO PrnAwardTerm
           IF AWTerm = SPACES
              MOVE "EVERY" TO PrnAwardTerm
           END-IF
           MOVE AWAmount TO PrnAward
           MOVE ZERO TO PrnGPA PrnCredits PrnPaid PayAmount
           MOVE SPACES TO ResultText
           MOVE AWStudID TO StudWanted
           PERFORM FindAidStud
           PERFORM FindFund
           EVALUATE TRUE
              WHEN AidStudFound NOT = 'Y'
                 MOVE "TABLE FULL" TO ResultText
              WHEN FundFound NOT = 'Y'
                 MOVE "NO SUCH FUND" TO ResultText
              WHEN XFActive(FX) = 'C'
                 MOVE "FUND CLOSED" TO ResultText
              WHEN SACredits(SX) = ZERO
                 MOVE "NOT ENROLLED" TO ResultText
              WHEN SACredits(SX) < AWMinCredits
                 MOVE "BELOW LOAD" TO ResultText
              WHEN AWMinGPA > ZERO AND SAGpaFound(SX) = 'Y'
                 AND SACumGPA(SX) < AWMinGPA
                 MOVE "GPA TOO LOW" TO ResultText
              WHEN SABilled(SX) = ZERO
                 MOVE "NOT BILLED" TO ResultText
           END-EVALUATE
           IF AidStudFound = 'Y'
              MOVE SACredits(SX) TO PrnCredits
              IF SAGpaFound(SX) = 'Y'
                 MOVE SACumGPA(SX) TO PrnGPA
              END-IF
           END-IF
           IF ResultText = SPACES
              COMPUTE TuitionDue = SABilled(SX) - SARefunded(SX)
                 - SAAidPaid(SX)
              IF TuitionDue NOT > ZERO
                 MOVE "NO TUITION DUE" TO ResultText
              END-IF
           END-IF
           IF ResultText = SPACES
              MOVE AWAmount TO PayAmount
              IF TuitionDue < PayAmount
                 MOVE TuitionDue TO PayAmount
              END-IF
              IF XFBudget(FX) > ZERO
                 COMPUTE BudgetLeft = XFBudget(FX) - XFPaid(FX)
                 IF BudgetLeft NOT > ZERO
                    MOVE "FUND SPENT" TO ResultText
                    MOVE ZERO TO PayAmount
                 ELSE
                    IF BudgetLeft < PayAmount
                       MOVE BudgetLeft TO PayAmount
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF ResultText = SPACES
              PERFORM PostAidCredit
              IF ARTransStatus = "00"
                 PERFORM WriteAidDisb
                 ADD PayAmount TO SAAidPaid(SX) XFPaid(FX) PaidTotal
                 ADD 1 TO PaidCount
                 MOVE PayAmount TO PrnPaid
                 IF PayAmount < AWAmount
                    MOVE "PART PAID" TO ResultText
                 ELSE
                    MOVE "PAID" TO ResultText
                 END-IF
              ELSE
                 MOVE "A/R NOT POSTED" TO ResultText
                 MOVE 1 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO IneligibleCount
           END-IF
           MOVE ResultText TO PrnResult
           WRITE PrintLine FROM DetailLine.

       PostAidCredit.
           COMPUTE ARStudentID = StudentBase + AWStudID
           OPEN EXTEND ARTransFile
           IF ARTransStatus = "35"
              OPEN OUTPUT ARTransFile
           END-IF
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Open ARTrans.dat, Status "
                 ARTransStatus
              EXIT PARAGRAPH
           END-IF
           MOVE RunTimestamp TO ARTimestamp
           MOVE ARStudentID TO ARCustID
           MOVE 'A' TO ARType
           MOVE PayAmount TO ARAmount
           MOVE SPACES TO ARRef
           STRING "AID-" AWFund DELIMITED BY SIZE INTO ARRef
           MOVE SAInvNum(SX) TO ARInvNum
           MOVE "FINAID" TO AROperator
           WRITE ARTransRecord
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Write ARTrans.dat, Status "
                 ARTransStatus
           ELSE
              MOVE "WRITE" TO AJAction
              MOVE ARTransRecord TO AJAfter
              PERFORM WriteARJournal
           END-IF
           CLOSE ARTransFile.

       WriteAidDisb.
           OPEN EXTEND AidDisbFile
           IF AidDisbStatus = "35"
              OPEN OUTPUT AidDisbFile
           END-IF
           IF AidDisbStatus NOT = "00"
              DISPLAY "Unable To Open AidDisb.dat, Status "
                 AidDisbStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunTimestamp TO ADTimestamp
           MOVE RunTerm TO ADTerm
           MOVE AWStudID TO ADStudID
           MOVE AWFund TO ADFund
           MOVE AWTerm TO ADAwardTerm
           MOVE AWAmount TO ADAward
           MOVE PayAmount TO ADPaid
           MOVE SAInvNum(SX) TO ADInvNum
           MOVE ARStudentID TO ADARID
           WRITE AidDisbRecord
           IF AidDisbStatus NOT = "00"
              DISPLAY "Unable To Write AidDisb.dat, Status "
                 AidDisbStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE AidDisbFile.

       WriteARJournal.
           CALL "AR_JOURNAL" USING ARJournalRequest
              ON EXCEPTION CONTINUE
           END-CALL.
