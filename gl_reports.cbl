       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_REPORTS.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Trial balance, income statement and balance sheet for
      *> GL_PERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartSort ASSIGN TO "glchsort.tmp".
           SELECT ChartFile ASSIGN TO "GLAccts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChartStatus.
           SELECT ChartWork ASSIGN TO "GLAccts.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChartWorkStatus.
           SELECT BalanceFile ASSIGN TO "GLBal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BalanceStatus.
           SELECT TrialReport ASSIGN TO "TrialBal.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TrialStatus.
           SELECT IncomeReport ASSIGN TO "IncomeStmt.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS IncomeStatus.
           SELECT BalSheetReport ASSIGN TO "BalSheet.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BalSheetStatus.

       DATA DIVISION.
       FILE SECTION.
       SD ChartSort.
       01 ChartSortRecord.
           02 CSAcct PIC X(6).
           02 FILLER PIC X(33).

       FD ChartFile.
       01 ChartFileRecord PIC X(39).

       FD ChartWork.
       01 ChartWorkRecord PIC X(39).

       FD BalanceFile.
       01 BalanceRecord.
           02 GBPeriod PIC 9(6).
           02 GBAcct PIC X(6).
           02 GBOpen PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 GBDebits PIC 9(11)V99.
           02 GBCredits PIC 9(11)V99.

       FD TrialReport.
       01 TrialLine PIC X(80).

       FD IncomeReport.
       01 IncomeLine PIC X(80).

       FD BalSheetReport.
       01 BalSheetLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ChartStatus PIC XX VALUE "00".
       01 ChartWorkStatus PIC XX VALUE "00".
       01 BalanceStatus PIC XX VALUE "00".
       01 TrialStatus PIC XX VALUE "00".
       01 IncomeStatus PIC XX VALUE "00".
       01 BalSheetStatus PIC XX VALUE "00".
       01 ChartEOF PIC X.
       01 BalanceEOF PIC X.

       01 ChartRecord.
           02 GAAcct PIC X(6).
           02 GADesc PIC X(30).
           02 GAType PIC X.
           02 GAStatus PIC X.
           02 GARetEarn PIC X.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunPeriod PIC 9(6).
           02 FILLER PIC X(15).
       01 ReportPeriod PIC 9(6).
       01 PeriodText PIC X(10) VALUE SPACES.

       01 ChartCount PIC 9(3) VALUE ZERO.
       01 ChartTable.
           02 ChartEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON ChartCount
                 INDEXED BY CX.
              03 CTAcct PIC X(6).
              03 CTDesc PIC X(30).
              03 CTType PIC X.
              03 CTHasBalance PIC X.
              03 CTOpen PIC S9(11)V99.
              03 CTDebits PIC 9(11)V99.
              03 CTCredits PIC 9(11)V99.
       01 ChartFound PIC X.
       01 UnknownAccts PIC 9(5) VALUE ZERO.

       01 ClosingBalance PIC S9(11)V99.
       01 PeriodAmount PIC S9(11)V99.
       01 TotalDebit PIC 9(11)V99 VALUE ZERO.
       01 TotalCredit PIC 9(11)V99 VALUE ZERO.
       01 RevenuePeriod PIC S9(11)V99 VALUE ZERO.
       01 RevenueYear PIC S9(11)V99 VALUE ZERO.
       01 ExpensePeriod PIC S9(11)V99 VALUE ZERO.
       01 ExpenseYear PIC S9(11)V99 VALUE ZERO.
       01 TotalAssets PIC S9(11)V99 VALUE ZERO.
       01 TotalLiabilities PIC S9(11)V99 VALUE ZERO.
       01 TotalEquity PIC S9(11)V99 VALUE ZERO.
       01 CurrentEarnings PIC S9(11)V99 VALUE ZERO.
       01 SectionType PIC X.
       01 SectionTotal PIC S9(11)V99.
       01 SectionYear PIC S9(11)V99.

       01 TrialHeading.
           02 FILLER PIC X(21) VALUE "TRIAL BALANCE PERIOD ".
           02 PrnTrialPeriod PIC 9(6).
       01 TrialHeads PIC X(80) VALUE
          "Acct   Description                    T              Deb" &
          "it             Credit".
       01 TrialDetail.
           02 PrnTrialAcct PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrialDesc PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrialType PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrialDebit PIC $$$,$$$,$$$,$$9.99 BLANK WHEN ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrialCredit PIC $$$,$$$,$$$,$$9.99 BLANK WHEN ZERO.
       01 TrialTotal.
           02 FILLER PIC X(40) VALUE "TOTALS".
           02 PrnTotalDebit PIC $$$,$$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotalCredit PIC $$$,$$$,$$$,$$9.99.

       01 IncomeHeading.
           02 FILLER PIC X(24) VALUE "INCOME STATEMENT PERIOD ".
           02 PrnIncomePeriod PIC 9(6).
       01 IncomeHeads PIC X(80) VALUE
          "Acct   Description                           This Period " &
          "      Year To Date".
       01 AmountLine.
           02 PrnLineAcct PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLineDesc PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLineAmount PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLineYear PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 BalSheetHeading.
           02 FILLER PIC X(31) VALUE "BALANCE SHEET AT END OF PERIOD ".
           02 PrnBalSheetPeriod PIC 9(6).
       01 BalSheetHeads PIC X(80) VALUE
          "Acct   Description                                Balance".
       01 BalSheetDetail.
           02 PrnBSAcct PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBSDesc PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBSAmount PIC -ZZ,ZZZ,ZZZ,ZZ9.99.


       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE RunPeriod TO ReportPeriod
           ACCEPT PeriodText FROM ENVIRONMENT "GL_PERIOD"
           IF PeriodText NOT = SPACES
              AND FUNCTION TRIM(PeriodText) IS NUMERIC
              MOVE FUNCTION NUMVAL(PeriodText) TO ReportPeriod
           END-IF
           PERFORM LoadChart
           IF ChartCount = ZERO
              DISPLAY "GLAccts.dat Not Found Or Empty, No Statements"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LoadBalances
           PERFORM WriteTrialBalance
           PERFORM WriteIncomeStatement
           PERFORM WriteBalanceSheet
           IF UnknownAccts > ZERO
              DISPLAY "Balances For Accounts Not On Chart : "
                 UnknownAccts
              MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "General Ledger Statements For Period "
              ReportPeriod " Written"
           GOBACK.

       LoadChart.
           OPEN INPUT ChartFile
           IF ChartStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           CLOSE ChartFile
           SORT ChartSort
              ON ASCENDING KEY CSAcct
              USING ChartFile
              GIVING ChartWork
           MOVE 'N' TO ChartEOF
           OPEN INPUT ChartWork
           IF ChartWorkStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ChartEOF = 'Y'
              READ ChartWork INTO ChartRecord
                 AT END MOVE 'Y' TO ChartEOF
                 NOT AT END
                    IF GAAcct NOT = SPACES AND ChartCount < 500
                       ADD 1 TO ChartCount
                       SET CX TO ChartCount
                       MOVE GAAcct TO CTAcct(CX)
                       MOVE GADesc TO CTDesc(CX)
                       MOVE GAType TO CTType(CX)
                       MOVE 'N' TO CTHasBalance(CX)
                       MOVE ZERO TO CTOpen(CX) CTDebits(CX)
                          CTCredits(CX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ChartWork.

       LoadBalances.
           MOVE 'N' TO BalanceEOF
           OPEN INPUT BalanceFile
           IF BalanceStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BalanceEOF = 'Y'
              READ BalanceFile
                 AT END MOVE 'Y' TO BalanceEOF
                 NOT AT END
                    IF GBPeriod = ReportPeriod
                       PERFORM TakeBalance
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BalanceFile.

       TakeBalance.
           MOVE 'N' TO ChartFound
           SET CX TO 1
           SEARCH ChartEntry
              AT END CONTINUE
              WHEN CTAcct(CX) = GBAcct
                 MOVE 'Y' TO ChartFound
           END-SEARCH
           IF ChartFound = 'N'
              IF ChartCount >= 500
                 ADD 1 TO UnknownAccts
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO UnknownAccts
              ADD 1 TO ChartCount
              SET CX TO ChartCount
              MOVE GBAcct TO CTAcct(CX)
              MOVE "*** NOT ON CHART ***" TO CTDesc(CX)
              MOVE SPACE TO CTType(CX)
              MOVE ZERO TO CTOpen(CX) CTDebits(CX) CTCredits(CX)
           END-IF
           MOVE 'Y' TO CTHasBalance(CX)
           ADD GBOpen TO CTOpen(CX)
           ADD GBDebits TO CTDebits(CX)
           ADD GBCredits TO CTCredits(CX).

       WriteTrialBalance.
           OPEN OUTPUT TrialReport
           IF TrialStatus NOT = "00"
              DISPLAY "Unable To Open TrialBal.rpt, Status "
                 TrialStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ReportPeriod TO PrnTrialPeriod
           WRITE TrialLine FROM TrialHeading
           WRITE TrialLine FROM TrialHeads
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > ChartCount
              IF CTHasBalance(CX) = 'Y'
                 COMPUTE ClosingBalance = CTOpen(CX) + CTDebits(CX)
                    - CTCredits(CX)
                 MOVE CTAcct(CX) TO PrnTrialAcct
                 MOVE CTDesc(CX) TO PrnTrialDesc
                 MOVE CTType(CX) TO PrnTrialType
                 MOVE ZERO TO PrnTrialDebit PrnTrialCredit
                 IF ClosingBalance > ZERO
                    MOVE ClosingBalance TO PrnTrialDebit
                    ADD ClosingBalance TO TotalDebit
                 ELSE
                    COMPUTE PrnTrialCredit = 0 - ClosingBalance
                    SUBTRACT ClosingBalance FROM TotalCredit
                 END-IF
                 WRITE TrialLine FROM TrialDetail
              END-IF
           END-PERFORM
           MOVE TotalDebit TO PrnTotalDebit
           MOVE TotalCredit TO PrnTotalCredit
           MOVE SPACES TO TrialLine
           WRITE TrialLine
           WRITE TrialLine FROM TrialTotal
           IF TotalDebit NOT = TotalCredit
              MOVE "*** TRIAL BALANCE OUT OF BALANCE ***" TO TrialLine
              WRITE TrialLine
              DISPLAY "Trial Balance Out Of Balance For Period "
                 ReportPeriod
              MOVE 1 TO RETURN-CODE
           END-IF
           IF TrialStatus NOT = "00"
              DISPLAY "Unable To Write TrialBal.rpt, Status "
                 TrialStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE TrialReport.

       WriteIncomeStatement.
           OPEN OUTPUT IncomeReport
           IF IncomeStatus NOT = "00"
              DISPLAY "Unable To Open IncomeStmt.rpt, Status "
                 IncomeStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ReportPeriod TO PrnIncomePeriod
           WRITE IncomeLine FROM IncomeHeading
           WRITE IncomeLine FROM IncomeHeads
           MOVE SPACES TO IncomeLine
           WRITE IncomeLine
           MOVE "REVENUE" TO IncomeLine
           WRITE IncomeLine
           MOVE 'R' TO SectionType
           PERFORM WriteIncomeSection
           MOVE SectionTotal TO RevenuePeriod
           MOVE SectionYear TO RevenueYear
           MOVE "TOTAL REVENUE" TO PrnLineDesc
           PERFORM WriteIncomeTotal
           MOVE SPACES TO IncomeLine
           WRITE IncomeLine
           MOVE "EXPENSES" TO IncomeLine
           WRITE IncomeLine
           MOVE 'E' TO SectionType
           PERFORM WriteIncomeSection
           MOVE SectionTotal TO ExpensePeriod
           MOVE SectionYear TO ExpenseYear
           MOVE "TOTAL EXPENSES" TO PrnLineDesc
           PERFORM WriteIncomeTotal
           MOVE SPACES TO IncomeLine
           WRITE IncomeLine
           COMPUTE SectionTotal = RevenuePeriod - ExpensePeriod
           COMPUTE SectionYear = RevenueYear - ExpenseYear
           MOVE "NET INCOME" TO PrnLineDesc
           PERFORM WriteIncomeTotal
           IF IncomeStatus NOT = "00"
              DISPLAY "Unable To Write IncomeStmt.rpt, Status "
                 IncomeStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE IncomeReport.

       WriteIncomeSection.
           MOVE ZERO TO SectionTotal SectionYear
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > ChartCount
              IF CTHasBalance(CX) = 'Y' AND CTType(CX) = SectionType
                 COMPUTE PeriodAmount = CTDebits(CX) - CTCredits(CX)
                 COMPUTE ClosingBalance = CTOpen(CX) + PeriodAmount
                 IF SectionType = 'R'
                    COMPUTE PeriodAmount = 0 - PeriodAmount
                    COMPUTE ClosingBalance = 0 - ClosingBalance
                 END-IF
                 ADD PeriodAmount TO SectionTotal
                 ADD ClosingBalance TO SectionYear
                 MOVE CTAcct(CX) TO PrnLineAcct
                 MOVE CTDesc(CX) TO PrnLineDesc
                 MOVE PeriodAmount TO PrnLineAmount
                 MOVE ClosingBalance TO PrnLineYear
                 WRITE IncomeLine FROM AmountLine
              END-IF
           END-PERFORM.

       WriteIncomeTotal.
           MOVE SPACES TO PrnLineAcct
           MOVE SectionTotal TO PrnLineAmount
           MOVE SectionYear TO PrnLineYear
           WRITE IncomeLine FROM AmountLine.

       WriteBalanceSheet.
           OPEN OUTPUT BalSheetReport
           IF BalSheetStatus NOT = "00"
              DISPLAY "Unable To Open BalSheet.rpt, Status "
                 BalSheetStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ReportPeriod TO PrnBalSheetPeriod
           WRITE BalSheetLine FROM BalSheetHeading
           WRITE BalSheetLine FROM BalSheetHeads
           MOVE SPACES TO BalSheetLine
           WRITE BalSheetLine
           MOVE "ASSETS" TO BalSheetLine
           WRITE BalSheetLine
           MOVE 'A' TO SectionType
           PERFORM WriteBalSheetSection
           MOVE SectionTotal TO TotalAssets
           MOVE "TOTAL ASSETS" TO PrnBSDesc
           PERFORM WriteBalSheetTotal
           MOVE SPACES TO BalSheetLine
           WRITE BalSheetLine
           MOVE "LIABILITIES" TO BalSheetLine
           WRITE BalSheetLine
           MOVE 'L' TO SectionType
           PERFORM WriteBalSheetSection
           MOVE SectionTotal TO TotalLiabilities
           MOVE "TOTAL LIABILITIES" TO PrnBSDesc
           PERFORM WriteBalSheetTotal
           MOVE SPACES TO BalSheetLine
           WRITE BalSheetLine
           MOVE "EQUITY" TO BalSheetLine
           WRITE BalSheetLine
           MOVE 'Q' TO SectionType
           PERFORM WriteBalSheetSection
           MOVE ZERO TO CurrentEarnings
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > ChartCount
              IF CTHasBalance(CX) = 'Y'
                 AND (CTType(CX) = 'R' OR CTType(CX) = 'E')
                 COMPUTE CurrentEarnings = CurrentEarnings
                    - CTOpen(CX) - CTDebits(CX) + CTCredits(CX)
              END-IF
           END-PERFORM
           MOVE SPACES TO PrnBSAcct
           MOVE "Current Year Earnings" TO PrnBSDesc
           MOVE CurrentEarnings TO PrnBSAmount
           WRITE BalSheetLine FROM BalSheetDetail
           COMPUTE TotalEquity = SectionTotal + CurrentEarnings
           MOVE TotalEquity TO SectionTotal
           MOVE "TOTAL EQUITY" TO PrnBSDesc
           PERFORM WriteBalSheetTotal
           MOVE SPACES TO BalSheetLine
           WRITE BalSheetLine
           COMPUTE SectionTotal = TotalLiabilities + TotalEquity
           MOVE "TOTAL LIABILITIES AND EQUITY" TO PrnBSDesc
           PERFORM WriteBalSheetTotal
           IF SectionTotal NOT = TotalAssets
              MOVE "*** BALANCE SHEET OUT OF BALANCE ***"
                 TO BalSheetLine
              WRITE BalSheetLine
              MOVE 1 TO RETURN-CODE
           END-IF
           IF BalSheetStatus NOT = "00"
              DISPLAY "Unable To Write BalSheet.rpt, Status "
                 BalSheetStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE BalSheetReport.

       WriteBalSheetSection.
           MOVE ZERO TO SectionTotal
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > ChartCount
              IF CTHasBalance(CX) = 'Y' AND CTType(CX) = SectionType
                 COMPUTE ClosingBalance = CTOpen(CX) + CTDebits(CX)
                    - CTCredits(CX)
                 IF SectionType NOT = 'A'
                    COMPUTE ClosingBalance = 0 - ClosingBalance
                 END-IF
                 ADD ClosingBalance TO SectionTotal
                 MOVE CTAcct(CX) TO PrnBSAcct
                 MOVE CTDesc(CX) TO PrnBSDesc
                 MOVE ClosingBalance TO PrnBSAmount
                 WRITE BalSheetLine FROM BalSheetDetail
              END-IF
           END-PERFORM.

       WriteBalSheetTotal.
           MOVE SPACES TO PrnBSAcct
           MOVE SectionTotal TO PrnBSAmount
           WRITE BalSheetLine FROM BalSheetDetail.
