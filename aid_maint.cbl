       IDENTIFICATION DIVISION.
       PROGRAM-ID. AID_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Scholarship and financial aid funds (AidFund.dat) and awards
      *> (AidAward.dat).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FundFile ASSIGN TO "AidFund.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FundFileStatus.
           SELECT FundWorkFile ASSIGN TO "AidFund.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FundWorkStatus.
           SELECT AwardFile ASSIGN TO "AidAward.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AwardFileStatus.
           SELECT AwardWorkFile ASSIGN TO "AidAward.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AwardWorkStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD FundFile.
       01 FundRecord.
           02 FUFund PIC X(6).
           02 FUName PIC X(30).
           02 FUBudget PIC 9(7)V99.
           02 FUActive PIC X.

       FD FundWorkFile.
       01 FundWorkRecord PIC X(46).

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

       FD AwardWorkFile.
       01 AwardWorkRecord PIC X(50).

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

       WORKING-STORAGE SECTION.
       01 FundFileStatus PIC XX VALUE "00".
       01 FundWorkStatus PIC XX VALUE "00".
       01 AwardFileStatus PIC XX VALUE "00".
       01 AwardWorkStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 FundEOF PIC X.
       01 AwardEOF PIC X.
       01 WorkEOF PIC X.
       01 StudentEOF PIC X.
       01 StudentFound PIC X.
       01 AwardFound PIC X.
       01 RunDate PIC 9(8).
       01 CurrentOperator PIC X(8).
       01 ChangeCount PIC 9(5) VALUE ZERO.
       01 ListedCount PIC 9(3).
       01 YesNo PIC X.

       01 FundCount PIC 9(3) VALUE ZERO.
       01 FundTable.
           02 FundEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON FundCount
                 INDEXED BY FX.
              03 XFFund PIC X(6).
              03 XFName PIC X(30).
              03 XFBudget PIC 9(7)V99.
              03 XFActive PIC X.
       01 FundFound PIC X.

       01 WorkFund PIC X(6).
       01 WorkFundName PIC X(30).
       01 WorkBudget PIC 9(7)V99.
       01 WorkActive PIC X.
       01 WorkStudID PIC 9(5).
       01 WorkStudName PIC X(10).
       01 WorkTerm PIC X(6).
       01 WorkAmount PIC 9(7)V99.
       01 WorkMinGPA PIC 9(3)V99.
       01 WorkMinCredits PIC 99.
       01 WorkStatus PIC X.
       01 EntryText PIC X(12).
       01 EntryValid PIC X.
       01 EntryAmount PIC S9(7)V99.
       01 AmountDisplay PIC $$$,$$$,$$9.99.
       01 BudgetDisplay PIC $$$,$$$,$$9.99.
       01 GPADisplay PIC ZZ9.99.

       01 FundHeads.
           02 FILLER PIC X(38) VALUE "Fund   Name".
           02 FILLER PIC X(22) VALUE "        Budget Status".
       01 FundLine.
           02 PrnFund PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFundName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBudget PIC $$$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnFundActive PIC X.
       01 AwardHeads.
           02 FILLER PIC X(34)
              VALUE "Fund   Term        Amount  Min GPA".
           02 FILLER PIC X(27)
              VALUE " Credits Status Date     By".
       01 AwardLine.
           02 PrnAwardFund PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTerm PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAmount PIC $$$,$$9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnMinGPA PIC ZZ9.99.
           02 FILLER PIC X(6) VALUE SPACES.
           02 PrnMinCredits PIC Z9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnStatus PIC X.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOperator PIC X(8).

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY SITEWS.
       COPY TERMWS.

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
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadTerms
           PERFORM LoadFunds
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "SCHOLARSHIPS AND FINANCIAL AID"
              DISPLAY "1 : Add Or Change Fund"
              DISPLAY "2 : List Funds"
              DISPLAY "3 : Add Or Change Award"
              DISPLAY "4 : Cancel Award"
              DISPLAY "5 : List Student Awards"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM MaintainFund
                 WHEN 2 PERFORM ListFunds
                 WHEN 3 PERFORM MaintainAward
                 WHEN 4 PERFORM CancelAward
                 WHEN 5 PERFORM ListStudentAwards
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           DISPLAY "Aid Changes : " ChangeCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.
       COPY TERMPROC.

       LoadFunds.
           MOVE ZERO TO FundCount
           MOVE 'N' TO FundEOF
           OPEN INPUT FundFile
           IF FundFileStatus NOT = "00"
              MOVE 'Y' TO FundEOF
           END-IF
           PERFORM UNTIL FundEOF = 'Y'
              READ FundFile
                 AT END MOVE 'Y' TO FundEOF
                 NOT AT END
                    IF FundCount < 200 AND FUFund NOT = SPACES
                       ADD 1 TO FundCount
                       SET FX TO FundCount
                       MOVE FUFund TO XFFund(FX)
                       MOVE FUName TO XFName(FX)
                       IF FUBudget IS NUMERIC
                          MOVE FUBudget TO XFBudget(FX)
                       ELSE
                          MOVE ZERO TO XFBudget(FX)
                       END-IF
                       MOVE FUActive TO XFActive(FX)
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
              WHEN XFFund(FX) = WorkFund
                 MOVE 'Y' TO FundFound
           END-SEARCH.

       AcceptFund.
           DISPLAY "Fund : " WITH NO ADVANCING
           MOVE SPACES TO WorkFund
           ACCEPT WorkFund
           MOVE FUNCTION UPPER-CASE(WorkFund) TO WorkFund
           PERFORM FindFund.

       AcceptStudent.
           DISPLAY "Student ID : " WITH NO ADVANCING
           MOVE ZERO TO WorkStudID
           ACCEPT WorkStudID
           MOVE 'N' TO StudentFound
           MOVE SPACES TO WorkStudName
           MOVE 'N' TO StudentEOF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              DISPLAY "Unable To Open student.dat, Status "
                 StudentFileStatus
              MOVE 'Y' TO StudentEOF
           END-IF
           PERFORM UNTIL StudentEOF = 'Y'
              READ StudentFile
                 AT END MOVE 'Y' TO StudentEOF
                 NOT AT END
                    IF IDNum = WorkStudID
                       MOVE 'Y' TO StudentFound
                       MOVE StudName TO WorkStudName
                       MOVE 'Y' TO StudentEOF
                    END-IF
              END-READ
           END-PERFORM
           IF StudentFileStatus NOT = "35"
              CLOSE StudentFile
           END-IF
           IF StudentFound NOT = 'Y'
              DISPLAY "Student Not On File"
           END-IF.

       AcceptAwardTerm.
           DISPLAY "Term (Blank = Every Term) : " WITH NO ADVANCING
           MOVE SPACES TO WorkTerm
           ACCEPT WorkTerm
           MOVE FUNCTION UPPER-CASE(WorkTerm) TO WorkTerm
           MOVE 'Y' TO TermFound
           IF WorkTerm NOT = SPACES
              MOVE WorkTerm TO TermCode
              PERFORM FindTerm
              IF TermFound NOT = 'Y'
                 DISPLAY "Term Not On File"
              END-IF
           END-IF.

       AcceptAmount.
           MOVE 'Y' TO EntryValid
           MOVE ZERO TO EntryAmount
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF EntryText = SPACES
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(EntryText) NOT = ZERO
              DISPLAY "Amount Not Valid"
              MOVE 'N' TO EntryValid
              EXIT PARAGRAPH
           END-IF
           COMPUTE EntryAmount = FUNCTION NUMVAL(EntryText)
              ON SIZE ERROR
                 DISPLAY "Amount Too Large"
                 MOVE 'N' TO EntryValid
           END-COMPUTE
           IF EntryAmount < ZERO
              DISPLAY "Amount May Not Be Negative"
              MOVE 'N' TO EntryValid
           END-IF.

       MaintainFund.
           DISPLAY " "
           PERFORM AcceptFund
           IF WorkFund = SPACES
              DISPLAY "Fund Required"
              EXIT PARAGRAPH
           END-IF
           IF FundFound = 'Y'
              MOVE XFBudget(FX) TO BudgetDisplay
              DISPLAY "Current : " XFName(FX) " Budget "
                 BudgetDisplay " Status " XFActive(FX)
              MOVE XFName(FX) TO WorkFundName
              MOVE XFBudget(FX) TO WorkBudget
              MOVE XFActive(FX) TO WorkActive
           ELSE
              DISPLAY "New Fund"
              MOVE SPACES TO WorkFundName
              MOVE ZERO TO WorkBudget
              MOVE 'A' TO WorkActive
           END-IF
           DISPLAY "Name (Blank = No Change) : " WITH NO ADVANCING
           MOVE SPACES TO FUName
           ACCEPT FUName
           IF FUName NOT = SPACES
              MOVE FUName TO WorkFundName
           END-IF
           IF WorkFundName = SPACES
              DISPLAY "Name Required, Fund Not Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Budget (0 = No Limit, Blank = No Change) : "
              WITH NO ADVANCING
           PERFORM AcceptAmount
           IF EntryValid NOT = 'Y'
              DISPLAY "Fund Not Changed"
              EXIT PARAGRAPH
           END-IF
           IF EntryText NOT = SPACES
              MOVE EntryAmount TO WorkBudget
           END-IF
           IF FundFound = 'Y'
              DISPLAY "Active (A) Or Closed (C) : "
                 WITH NO ADVANCING
              MOVE SPACE TO WorkActive
              ACCEPT WorkActive
              IF WorkActive NOT = 'C' AND WorkActive NOT = 'c'
                 MOVE 'A' TO WorkActive
              ELSE
                 MOVE 'C' TO WorkActive
              END-IF
              PERFORM RewriteFundFile
           ELSE
              PERFORM AppendFund
           END-IF
           PERFORM LoadFunds.

       AppendFund.
           OPEN EXTEND FundFile
           IF FundFileStatus = "35"
              OPEN OUTPUT FundFile
           END-IF
           IF FundFileStatus NOT = "00"
              DISPLAY "Unable To Open AidFund.dat, Status "
                 FundFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE WorkFund TO FUFund
           MOVE WorkFundName TO FUName
           MOVE WorkBudget TO FUBudget
           MOVE WorkActive TO FUActive
           WRITE FundRecord
           IF FundFileStatus NOT = "00"
              DISPLAY "Unable To Write AidFund.dat, Status "
                 FundFileStatus
           ELSE
              ADD 1 TO ChangeCount
              DISPLAY "Fund " WorkFund " Added"
           END-IF
           CLOSE FundFile.

       RewriteFundFile.
           MOVE 'N' TO FundEOF
           OPEN INPUT FundFile
           IF FundFileStatus NOT = "00"
              DISPLAY "Unable To Open AidFund.dat, Status "
                 FundFileStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FundWorkFile
           IF FundWorkStatus NOT = "00"
              DISPLAY "Unable To Open AidFund.tmp, Status "
                 FundWorkStatus
              CLOSE FundFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FundEOF = 'Y'
              READ FundFile
                 AT END MOVE 'Y' TO FundEOF
                 NOT AT END
                    IF FUFund = WorkFund
                       MOVE WorkFundName TO FUName
                       MOVE WorkBudget TO FUBudget
                       MOVE WorkActive TO FUActive
                    END-IF
                    WRITE FundWorkRecord FROM FundRecord
              END-READ
           END-PERFORM
           CLOSE FundFile, FundWorkFile
           MOVE 'N' TO WorkEOF
           OPEN INPUT FundWorkFile
           IF FundWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen AidFund.tmp, Status "
                 FundWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FundFile
           IF FundFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite AidFund.dat, Status "
                 FundFileStatus
              CLOSE FundWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ FundWorkFile
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE FundRecord FROM FundWorkRecord
                    IF FundFileStatus NOT = "00"
                       DISPLAY "Unable To Write AidFund.dat, "
                          "Status " FundFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FundWorkFile, FundFile
           ADD 1 TO ChangeCount
           DISPLAY "Fund " WorkFund " Updated".

       ListFunds.
           DISPLAY " "
           IF FundCount = ZERO
              DISPLAY "No Funds On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY FundHeads
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FundCount
              MOVE XFFund(FX) TO PrnFund
              MOVE XFName(FX) TO PrnFundName
              MOVE XFBudget(FX) TO PrnBudget
              MOVE XFActive(FX) TO PrnFundActive
              DISPLAY FundLine
           END-PERFORM.

       MaintainAward.
           DISPLAY " "
           PERFORM AcceptStudent
           IF StudentFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptFund
           IF FundFound NOT = 'Y'
              DISPLAY "Fund Not On File"
              EXIT PARAGRAPH
           END-IF
           IF XFActive(FX) = 'C'
              DISPLAY "Fund Is Closed, No New Awards"
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptAwardTerm
           IF TermFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF WorkTerm NOT = SPACES AND TermStatus = 'C'
              DISPLAY "Term Is Closed, Award Not Changed"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindAward
           IF AwardFound = 'Y'
              MOVE WorkAmount TO AmountDisplay
              MOVE WorkMinGPA TO GPADisplay
              DISPLAY "Current : " AmountDisplay " Min GPA "
                 GPADisplay " Min Credits " WorkMinCredits
                 " Status " WorkStatus
           ELSE
              MOVE ZERO TO WorkAmount WorkMinGPA WorkMinCredits
           END-IF
           DISPLAY "Amount Per Term (Blank = No Change) : "
              WITH NO ADVANCING
           PERFORM AcceptAmount
           IF EntryValid NOT = 'Y'
              DISPLAY "Award Not Changed"
              EXIT PARAGRAPH
           END-IF
           IF EntryText NOT = SPACES
              MOVE EntryAmount TO WorkAmount
           END-IF
           IF WorkAmount = ZERO
              DISPLAY "Amount Required, Award Not Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Minimum Cumulative GPA (0 = None, "
              "Blank = No Change) : " WITH NO ADVANCING
           PERFORM AcceptAmount
           IF EntryValid NOT = 'Y' OR EntryAmount > 100
              DISPLAY "GPA Not Valid, Award Not Changed"
              EXIT PARAGRAPH
           END-IF
           IF EntryText NOT = SPACES
              MOVE EntryAmount TO WorkMinGPA
           END-IF
           DISPLAY "Minimum Credits (12 = Full Time, 0 = None, "
              "Blank = No Change) : " WITH NO ADVANCING
           PERFORM AcceptAmount
           IF EntryValid NOT = 'Y' OR EntryAmount > 99
              DISPLAY "Credits Not Valid, Award Not Changed"
              EXIT PARAGRAPH
           END-IF
           IF EntryText NOT = SPACES
              MOVE EntryAmount TO WorkMinCredits
           END-IF
           MOVE 'A' TO WorkStatus
           IF AwardFound = 'Y'
              PERFORM RewriteAwardFile
           ELSE
              PERFORM AppendAward
           END-IF.

       FindAward.
           MOVE 'N' TO AwardFound
           MOVE 'N' TO AwardEOF
           OPEN INPUT AwardFile
           IF AwardFileStatus NOT = "00"
              MOVE 'Y' TO AwardEOF
           END-IF
           PERFORM UNTIL AwardEOF = 'Y'
              READ AwardFile
                 AT END MOVE 'Y' TO AwardEOF
                 NOT AT END
                    IF AWStudID = WorkStudID AND AWFund = WorkFund
                       AND AWTerm = WorkTerm
                       MOVE 'Y' TO AwardFound
                       MOVE AWAmount TO WorkAmount
                       MOVE AWMinGPA TO WorkMinGPA
                       MOVE AWMinCredits TO WorkMinCredits
                       MOVE AWStatus TO WorkStatus
                       MOVE 'Y' TO AwardEOF
                    END-IF
              END-READ
           END-PERFORM
           IF AwardFileStatus NOT = "35"
              CLOSE AwardFile
           END-IF.

       AppendAward.
           OPEN EXTEND AwardFile
           IF AwardFileStatus = "35"
              OPEN OUTPUT AwardFile
           END-IF
           IF AwardFileStatus NOT = "00"
              DISPLAY "Unable To Open AidAward.dat, Status "
                 AwardFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE WorkStudID TO AWStudID
           MOVE WorkFund TO AWFund
           MOVE WorkTerm TO AWTerm
           MOVE WorkAmount TO AWAmount
           MOVE WorkMinGPA TO AWMinGPA
           MOVE WorkMinCredits TO AWMinCredits
           MOVE WorkStatus TO AWStatus
           MOVE RunDate TO AWDate
           MOVE CurrentOperator TO AWOperator
           WRITE AwardRecord
           IF AwardFileStatus NOT = "00"
              DISPLAY "Unable To Write AidAward.dat, Status "
                 AwardFileStatus
           ELSE
              ADD 1 TO ChangeCount
              DISPLAY "Award Added"
           END-IF
           CLOSE AwardFile.

       RewriteAwardFile.
           MOVE 'N' TO AwardEOF
           OPEN INPUT AwardFile
           IF AwardFileStatus NOT = "00"
              DISPLAY "Unable To Open AidAward.dat, Status "
                 AwardFileStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AwardWorkFile
           IF AwardWorkStatus NOT = "00"
              DISPLAY "Unable To Open AidAward.tmp, Status "
                 AwardWorkStatus
              CLOSE AwardFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AwardEOF = 'Y'
              READ AwardFile
                 AT END MOVE 'Y' TO AwardEOF
                 NOT AT END
                    IF AWStudID = WorkStudID AND AWFund = WorkFund
                       AND AWTerm = WorkTerm
                       MOVE WorkAmount TO AWAmount
                       MOVE WorkMinGPA TO AWMinGPA
                       MOVE WorkMinCredits TO AWMinCredits
                       MOVE WorkStatus TO AWStatus
                       MOVE RunDate TO AWDate
                       MOVE CurrentOperator TO AWOperator
                    END-IF
                    WRITE AwardWorkRecord FROM AwardRecord
              END-READ
           END-PERFORM
           CLOSE AwardFile, AwardWorkFile
           MOVE 'N' TO WorkEOF
           OPEN INPUT AwardWorkFile
           IF AwardWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen AidAward.tmp, Status "
                 AwardWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AwardFile
           IF AwardFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite AidAward.dat, Status "
                 AwardFileStatus
              CLOSE AwardWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ AwardWorkFile
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE AwardRecord FROM AwardWorkRecord
                    IF AwardFileStatus NOT = "00"
                       DISPLAY "Unable To Write AidAward.dat, "
                          "Status " AwardFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AwardWorkFile, AwardFile
           ADD 1 TO ChangeCount
           DISPLAY "Award Updated".

       CancelAward.
           DISPLAY " "
           PERFORM AcceptStudent
           IF StudentFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptFund
           DISPLAY "Term (Blank = Every Term) : " WITH NO ADVANCING
           MOVE SPACES TO WorkTerm
           ACCEPT WorkTerm
           MOVE FUNCTION UPPER-CASE(WorkTerm) TO WorkTerm
           PERFORM FindAward
           IF AwardFound NOT = 'Y'
              DISPLAY "Award Not On File"
              EXIT PARAGRAPH
           END-IF
           IF WorkStatus = 'C'
              DISPLAY "Award Already Cancelled"
              EXIT PARAGRAPH
           END-IF
           MOVE WorkAmount TO AmountDisplay
           DISPLAY "Cancel " WorkFund " Award Of " AmountDisplay
              " (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO YesNo
           ACCEPT YesNo
           IF YesNo NOT = 'Y' AND YesNo NOT = 'y'
              DISPLAY "Award Not Cancelled"
              EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WorkStatus
           PERFORM RewriteAwardFile.

       ListStudentAwards.
           DISPLAY " "
           PERFORM AcceptStudent
           IF StudentFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Awards For " WorkStudID " " WorkStudName
           MOVE ZERO TO ListedCount
           MOVE 'N' TO AwardEOF
           OPEN INPUT AwardFile
           IF AwardFileStatus NOT = "00"
              MOVE 'Y' TO AwardEOF
           END-IF
           PERFORM UNTIL AwardEOF = 'Y'
              READ AwardFile
                 AT END MOVE 'Y' TO AwardEOF
                 NOT AT END
                    IF AWStudID = WorkStudID
                       IF ListedCount = ZERO
                          DISPLAY AwardHeads
                       END-IF
                       ADD 1 TO ListedCount
                       MOVE AWFund TO PrnAwardFund
                       MOVE AWTerm TO PrnTerm
                       IF AWTerm = SPACES
                          MOVE "EVERY" TO PrnTerm
                       END-IF
                       MOVE AWAmount TO PrnAmount
                       MOVE AWMinGPA TO PrnMinGPA
                       MOVE AWMinCredits TO PrnMinCredits
                       MOVE AWStatus TO PrnStatus
                       MOVE AWDate TO PrnDate
                       MOVE AWOperator TO PrnOperator
                       DISPLAY AwardLine
                    END-IF
              END-READ
           END-PERFORM
           IF AwardFileStatus NOT = "35"
              CLOSE AwardFile
           END-IF
           IF ListedCount = ZERO
              DISPLAY "No Awards On File"
           END-IF.
