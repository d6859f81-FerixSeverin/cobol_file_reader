       IDENTIFICATION DIVISION.
       PROGRAM-ID. AID_FUND_REPORT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Scholarship and financial aid fund report. Output is
      *> AidFund.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FundFile ASSIGN TO "AidFund.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FundFileStatus.
           SELECT AwardFile ASSIGN TO "AidAward.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AwardFileStatus.
           SELECT AidDisbFile ASSIGN TO "AidDisb.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AidDisbStatus.
           SELECT FundReport ASSIGN TO "AidFund.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD FundFile.
       01 FundRecord.
           02 FUFund PIC X(6).
           02 FUName PIC X(30).
           02 FUBudget PIC 9(7)V99.
           02 FUActive PIC X.

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

       FD FundReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 FundFileStatus PIC XX VALUE "00".
       01 AwardFileStatus PIC XX VALUE "00".
       01 AidDisbStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 InputEOF PIC X.
       01 RunDate PIC 9(8).
       01 FundWanted PIC X(6).
       01 FundFound PIC X.
       01 UnknownCount PIC 9(5) VALUE ZERO.
       01 BudgetLeft PIC S9(9)V99.

       01 FundCount PIC 9(3) VALUE ZERO.
       01 FundTable.
           02 FundEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON FundCount
                 INDEXED BY FX.
              03 XFFund PIC X(6).
              03 XFName PIC X(30).
              03 XFBudget PIC 9(7)V99.
              03 XFActive PIC X.
              03 XFAwards PIC 9(5).
              03 XFAwarded PIC 9(9)V99.
              03 XFCancelled PIC 9(5).
              03 XFPaidCount PIC 9(5).
              03 XFPaid PIC 9(9)V99.

       01 FundTermCount PIC 9(4) VALUE ZERO.
       01 FundTermTable.
           02 FundTermEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON FundTermCount
                 INDEXED BY FTX.
              03 FTFund PIC X(6).
              03 FTTerm PIC X(6).
              03 FTPaidCount PIC 9(5).
              03 FTPaid PIC 9(9)V99.
       01 FundTermFound PIC X.

       01 TotalAwards PIC 9(5) VALUE ZERO.
       01 TotalAwarded PIC 9(9)V99 VALUE ZERO.
       01 TotalBudget PIC 9(9)V99 VALUE ZERO.
       01 TotalPaidCount PIC 9(5) VALUE ZERO.
       01 TotalPaid PIC 9(9)V99 VALUE ZERO.
       01 AmountDisplay PIC $$$,$$$,$$9.99.

       01 ReportHeading.
           02 FILLER PIC X(32)
              VALUE "FINANCIAL AID FUND REPORT AS OF ".
           02 PrnRunDate PIC 9(8).
       01 Heads.
           02 FILLER PIC X(36)
              VALUE "Fund   Name                         ".
           02 FILLER PIC X(36)
              VALUE "  S Awards  Per Term     Budget  Pai".
           02 FILLER PIC X(24)
              VALUE "d    Paid Out  Remaining".
       01 FundLine.
           02 PrnFund PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFundName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnActive PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAwards PIC ZZZZ9.
           02 PrnAwarded PIC $$$$,$$9.99.
           02 PrnBudget PIC $$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPaidCount PIC ZZZZ9.
           02 PrnPaid PIC $$$$$,$$9.99.
           02 PrnRemaining PIC $$$$,$$9.99-.
       01 NoLimitText PIC X(12) VALUE "    No Limit".
       01 CancelLine.
           02 FILLER PIC X(7) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "Awards Cancelled :".
           02 PrnCancelled PIC ZZZZ9.
       01 TermPaidLine.
           02 FILLER PIC X(7) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "Paid For Term".
           02 PrnTerm PIC X(6).
           02 FILLER PIC X(41) VALUE SPACES.
           02 PrnTermPaidCount PIC ZZZZ9.
           02 PrnTermPaid PIC $$$$$,$$9.99.
       01 TotalLine.
           02 FILLER PIC X(40) VALUE "All Funds".
           02 PrnTotalAwards PIC ZZZZ9.
           02 PrnTotalAwarded PIC $$$$,$$9.99.
           02 PrnTotalBudget PIC $$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotalPaidCount PIC ZZZZ9.
           02 PrnTotalPaid PIC $$$$$,$$9.99.
       01 UnknownLine.
           02 FILLER PIC X(40)
              VALUE "Awards Or Payments For Funds Not On File".
           02 FILLER PIC XX VALUE ": ".
           02 PrnUnknown PIC ZZZZ9.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadFunds
           PERFORM SumAwards
           PERFORM SumPayments
           PERFORM PrintFunds
           DISPLAY "Aid Funds Listed : " FundCount
           MOVE TotalPaid TO AmountDisplay
           DISPLAY "Aid Paid Out     : " AmountDisplay
           IF UnknownCount > ZERO
              DISPLAY "Awards Or Payments For Funds Not On File : "
                 UnknownCount
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

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
                       MOVE FUName TO XFName(FX)
                       IF FUBudget IS NUMERIC
                          MOVE FUBudget TO XFBudget(FX)
                       ELSE
                          MOVE ZERO TO XFBudget(FX)
                       END-IF
                       MOVE FUActive TO XFActive(FX)
                       MOVE ZERO TO XFAwards(FX) XFAwarded(FX)
                          XFCancelled(FX) XFPaidCount(FX) XFPaid(FX)
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
              WHEN XFFund(FX) = FundWanted
                 MOVE 'Y' TO FundFound
           END-SEARCH.

       SumAwards.
           MOVE 'N' TO InputEOF
           OPEN INPUT AwardFile
           IF AwardFileStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ AwardFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    MOVE AWFund TO FundWanted
                    PERFORM FindFund
                    EVALUATE TRUE
                       WHEN FundFound NOT = 'Y'
                          ADD 1 TO UnknownCount
                       WHEN AWStatus = 'C'
                          ADD 1 TO XFCancelled(FX)
                       WHEN AWAmount IS NUMERIC
                          ADD 1 TO XFAwards(FX)
                          ADD AWAmount TO XFAwarded(FX)
                    END-EVALUATE
              END-READ
           END-PERFORM
           IF AwardFileStatus NOT = "35"
              CLOSE AwardFile
           END-IF.

       SumPayments.
           MOVE 'N' TO InputEOF
           OPEN INPUT AidDisbFile
           IF AidDisbStatus NOT = "00"
              MOVE 'Y' TO InputEOF
           END-IF
           PERFORM UNTIL InputEOF = 'Y'
              READ AidDisbFile
                 AT END MOVE 'Y' TO InputEOF
                 NOT AT END
                    MOVE ADFund TO FundWanted
                    PERFORM FindFund
                    IF FundFound NOT = 'Y'
                       ADD 1 TO UnknownCount
                    ELSE
                       ADD 1 TO XFPaidCount(FX)
                       ADD ADPaid TO XFPaid(FX)
                       PERFORM AddFundTerm
                    END-IF
              END-READ
           END-PERFORM
           IF AidDisbStatus NOT = "35"
              CLOSE AidDisbFile
           END-IF.

       AddFundTerm.
           MOVE 'N' TO FundTermFound
           PERFORM VARYING FTX FROM 1 BY 1
              UNTIL FTX > FundTermCount OR FundTermFound = 'Y'
              IF FTFund(FTX) = ADFund AND FTTerm(FTX) = ADTerm
                 MOVE 'Y' TO FundTermFound
                 ADD 1 TO FTPaidCount(FTX)
                 ADD ADPaid TO FTPaid(FTX)
              END-IF
           END-PERFORM
           IF FundTermFound NOT = 'Y' AND FundTermCount < 2000
              ADD 1 TO FundTermCount
              SET FTX TO FundTermCount
              MOVE ADFund TO FTFund(FTX)
              MOVE ADTerm TO FTTerm(FTX)
              MOVE 1 TO FTPaidCount(FTX)
              MOVE ADPaid TO FTPaid(FTX)
           END-IF.

       PrintFunds.
           OPEN OUTPUT FundReport
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Open AidFund.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM Heads
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FundCount
              PERFORM PrintOneFund
           END-PERFORM
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE TotalAwards TO PrnTotalAwards
           MOVE TotalAwarded TO PrnTotalAwarded
           MOVE TotalBudget TO PrnTotalBudget
           MOVE TotalPaidCount TO PrnTotalPaidCount
           MOVE TotalPaid TO PrnTotalPaid
           WRITE PrintLine FROM TotalLine
           IF UnknownCount > ZERO
              MOVE UnknownCount TO PrnUnknown
              WRITE PrintLine FROM UnknownLine
           END-IF
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Write AidFund.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE FundReport.

       PrintOneFund.
           MOVE XFFund(FX) TO PrnFund
           MOVE XFName(FX) TO PrnFundName
           MOVE XFActive(FX) TO PrnActive
           MOVE XFAwards(FX) TO PrnAwards
           MOVE XFAwarded(FX) TO PrnAwarded
           MOVE XFBudget(FX) TO PrnBudget
           MOVE XFPaidCount(FX) TO PrnPaidCount
           MOVE XFPaid(FX) TO PrnPaid
           COMPUTE BudgetLeft = XFBudget(FX) - XFPaid(FX)
           MOVE BudgetLeft TO PrnRemaining
           IF XFBudget(FX) = ZERO
              MOVE NoLimitText TO FundLine(86:12)
           END-IF
           WRITE PrintLine FROM FundLine
           IF XFCancelled(FX) > ZERO
              MOVE XFCancelled(FX) TO PrnCancelled
              WRITE PrintLine FROM CancelLine
           END-IF
           PERFORM VARYING FTX FROM 1 BY 1
              UNTIL FTX > FundTermCount
              IF FTFund(FTX) = XFFund(FX)
                 MOVE FTTerm(FTX) TO PrnTerm
                 MOVE FTPaidCount(FTX) TO PrnTermPaidCount
                 MOVE FTPaid(FTX) TO PrnTermPaid
                 WRITE PrintLine FROM TermPaidLine
              END-IF
           END-PERFORM
           ADD XFAwards(FX) TO TotalAwards
           ADD XFAwarded(FX) TO TotalAwarded
           ADD XFBudget(FX) TO TotalBudget
           ADD XFPaidCount(FX) TO TotalPaidCount
           ADD XFPaid(FX) TO TotalPaid.
