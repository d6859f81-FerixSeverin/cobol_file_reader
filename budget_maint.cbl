       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Sales budget maintenance by year, category and month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN TO "Budget.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BudgetStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BudgetFile.
       01 BudgetRecord.
           02 BDYear PIC 9(4).
           02 BDCategory PIC X(6).
           02 BDMonthAmt PIC 9(9)V99 OCCURS 12 TIMES.

       WORKING-STORAGE SECTION.
       01 Choice PIC 9 VALUE 1.
       01 StayOpen PIC X VALUE 'Y'.
       01 RunDate PIC 9(8).
       01 RunDateParts REDEFINES RunDate.
           02 RunYear PIC 9(4).
           02 FILLER PIC 9(4).
       01 EntryText PIC X(16).
       01 EntryYear PIC 9(4).
       01 EntryCategory PIC X(10).
       01 EntryAmount PIC 9(9)V99.
       01 EntryPct PIC S9(3)V99.
       01 EntryValid PIC X.
       01 Confirm PIC X.
       01 ToYear PIC 9(4).
       01 FromEntry PIC 9(3).
       01 SpreadAmt PIC 9(9)V99.
       01 SpreadRest PIC 9(9)V99.
       01 YearTotal PIC 9(11)V99.
       01 GrandTotal PIC 9(11)V99.
       01 ListCount PIC 9(5).
       01 CopiedCount PIC 9(5).
       01 ChangeCount PIC 9(5) VALUE ZERO.
       01 NewMonths.
           02 NewMonthAmt PIC 9(9)V99 OCCURS 12 TIMES.

       01 MonthNames PIC X(36) VALUE
          "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 MonthNameTable REDEFINES MonthNames.
           02 MonthName OCCURS 12 TIMES PIC X(3).

       01 ListHeads PIC X(40) VALUE "Category        Annual Budget".
       01 ListLine.
           02 PrnCategory PIC X(6).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnYearTotal PIC $$$,$$$,$$$,$$9.99.
       01 MonthLine.
           02 PrnMonthName PIC X(3).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnMonthAmt PIC $$$,$$$,$$9.99.
       01 AmtDisplay PIC $$$,$$$,$$9.99.

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY BUDGETWS.

       PROCEDURE DIVISION.
       StartPara.
           CALL "SIGNON" USING SignonResult
              ON EXCEPTION
                 MOVE 'Y' TO SROK
                 MOVE "OPER" TO SROperID
                 MOVE 2 TO SROperLevel
           END-CALL
           IF SROK NOT = 'Y'
              STOP RUN
           END-IF
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
           PERFORM LoadBudgets
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "SALES BUDGET"
              DISPLAY "1 : List Budget For A Year"
              DISPLAY "2 : Show Category Budget"
              DISPLAY "3 : Enter Category Budget"
              DISPLAY "4 : Copy Budget To Another Year"
              DISPLAY "5 : Delete Category Budget"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListBudget
                 WHEN 2 PERFORM ShowBudget
                 WHEN 3 PERFORM EnterBudget
                 WHEN 4 PERFORM CopyBudget
                 WHEN 5 PERFORM DeleteBudget
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           DISPLAY "Budget Changes : " ChangeCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY BUDGETPROC.

       ListBudget.
           DISPLAY "Budget Year (0 = This Year) : " WITH NO ADVANCING
           PERFORM AcceptYear
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ListCount GrandTotal
           DISPLAY " "
           DISPLAY "Sales Budget For " EntryYear
           DISPLAY ListHeads
           PERFORM VARYING BGX FROM 1 BY 1 UNTIL BGX > BudgetCount
              IF XBYear(BGX) = EntryYear
                 ADD 1 TO ListCount
                 PERFORM SumBudgetYear
                 ADD YearTotal TO GrandTotal
                 MOVE XBCategory(BGX) TO PrnCategory
                 MOVE YearTotal TO PrnYearTotal
                 DISPLAY ListLine
              END-IF
           END-PERFORM
           MOVE "TOTAL" TO PrnCategory
           MOVE GrandTotal TO PrnYearTotal
           DISPLAY ListLine
           DISPLAY "Categories Listed : " ListCount.

       ShowBudget.
           DISPLAY "Budget Year (0 = This Year) : " WITH NO ADVANCING
           PERFORM AcceptYear
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Category : " WITH NO ADVANCING
           PERFORM AcceptCategory
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryYear TO BudgetYear
           MOVE EntryCategory TO BudgetCategory
           PERFORM FindBudget
           IF BudgetFound = 'N'
              DISPLAY "No Budget For " BudgetCategory " In "
                 BudgetYear
              EXIT PARAGRAPH
           END-IF
           PERFORM ShowMonths.

       ShowMonths.
           DISPLAY " "
           DISPLAY "Sales Budget " XBCategory(BGX) " " XBYear(BGX)
           PERFORM VARYING BudgetMonth FROM 1 BY 1
              UNTIL BudgetMonth > 12
              MOVE MonthName(BudgetMonth) TO PrnMonthName
              MOVE XBMonthAmt(BGX BudgetMonth) TO PrnMonthAmt
              DISPLAY MonthLine
           END-PERFORM
           PERFORM SumBudgetYear
           MOVE YearTotal TO AmtDisplay
           DISPLAY "YEAR  " AmtDisplay.

       EnterBudget.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Budget Year (0 = This Year) : " WITH NO ADVANCING
           PERFORM AcceptYear
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           IF EntryYear < RunYear
              DISPLAY "Budgets For Past Years Cannot Be Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Category : " WITH NO ADVANCING
           PERFORM AcceptCategory
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryYear TO BudgetYear
           MOVE EntryCategory TO BudgetCategory
           PERFORM FindBudget
           IF BudgetFound = 'N' AND BudgetCount >= 500
              DISPLAY "Budget Table Full, Not Added"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO NewMonths
           IF BudgetFound = 'Y'
              PERFORM ShowMonths
              PERFORM VARYING BudgetMonth FROM 1 BY 1
                 UNTIL BudgetMonth > 12
                 MOVE XBMonthAmt(BGX BudgetMonth)
                    TO NewMonthAmt(BudgetMonth)
              END-PERFORM
           END-IF
           DISPLAY "Annual Amount (Blank = Month By Month) : "
              WITH NO ADVANCING
           PERFORM AcceptAmount
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           IF EntryText NOT = SPACES
              DIVIDE EntryAmount BY 12 GIVING SpreadAmt
              COMPUTE SpreadRest = EntryAmount - (SpreadAmt * 11)
              PERFORM VARYING BudgetMonth FROM 1 BY 1
                 UNTIL BudgetMonth > 11
                 MOVE SpreadAmt TO NewMonthAmt(BudgetMonth)
              END-PERFORM
              MOVE SpreadRest TO NewMonthAmt(12)
           ELSE
              PERFORM VARYING BudgetMonth FROM 1 BY 1
                 UNTIL BudgetMonth > 12 OR EntryValid = 'N'
                 MOVE NewMonthAmt(BudgetMonth) TO AmtDisplay
                 DISPLAY MonthName(BudgetMonth) " (" AmtDisplay
                    ") : " WITH NO ADVANCING
                 PERFORM AcceptAmount
                 IF EntryValid = 'Y' AND EntryText NOT = SPACES
                    MOVE EntryAmount TO NewMonthAmt(BudgetMonth)
                 END-IF
              END-PERFORM
              IF EntryValid = 'N'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE ZERO TO YearTotal
           PERFORM VARYING BudgetMonth FROM 1 BY 1
              UNTIL BudgetMonth > 12
              ADD NewMonthAmt(BudgetMonth) TO YearTotal
           END-PERFORM
           MOVE YearTotal TO AmtDisplay
           DISPLAY "Save Budget " EntryCategory(1:6) " " EntryYear
              " Of " AmtDisplay " (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           IF BudgetFound = 'N'
              ADD 1 TO BudgetCount
              SET BGX TO BudgetCount
              MOVE EntryYear TO XBYear(BGX)
              MOVE EntryCategory TO XBCategory(BGX)
           END-IF
           PERFORM VARYING BudgetMonth FROM 1 BY 1
              UNTIL BudgetMonth > 12
              MOVE NewMonthAmt(BudgetMonth)
                 TO XBMonthAmt(BGX BudgetMonth)
           END-PERFORM
           PERFORM RewriteBudgets
           IF BudgetStatus = "00"
              ADD 1 TO ChangeCount
              DISPLAY "Budget Saved"
           END-IF.

       CopyBudget.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Copy From Year : " WITH NO ADVANCING
           PERFORM AcceptYear
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryYear TO BudgetYear
           DISPLAY "Copy To Year : " WITH NO ADVANCING
           PERFORM AcceptYear
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryYear TO ToYear
           IF ToYear < RunYear OR ToYear = BudgetYear
              DISPLAY "Copy To A Different, Current Or Future Year"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Percent Change (e.g. 5 Or -2.5) : "
              WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF EntryText = SPACES
              MOVE ZERO TO EntryPct
           ELSE
              IF FUNCTION TEST-NUMVAL(EntryText) NOT = ZERO
                 DISPLAY "Percent Not Valid"
                 EXIT PARAGRAPH
              END-IF
              COMPUTE EntryPct = FUNCTION NUMVAL(EntryText)
                 ON SIZE ERROR
                    DISPLAY "Percent Not Valid"
                    EXIT PARAGRAPH
              END-COMPUTE
              IF EntryPct <= -100
                 DISPLAY "Percent Not Valid"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "Copy " BudgetYear " Budget To " ToYear " (Y/N) : "
              WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CopiedCount
           PERFORM VARYING FromEntry FROM 1 BY 1
              UNTIL FromEntry > BudgetCount
              IF XBYear(FromEntry) = BudgetYear
                 PERFORM CopyOneCategory
              END-IF
           END-PERFORM
           IF CopiedCount > 0
              PERFORM RewriteBudgets
              IF BudgetStatus = "00"
                 ADD CopiedCount TO ChangeCount
              END-IF
           END-IF
           DISPLAY "Categories Copied : " CopiedCount.

       CopyOneCategory.
           MOVE XBCategory(FromEntry) TO BudgetCategory
           MOVE BudgetYear TO EntryYear
           MOVE ToYear TO BudgetYear
           PERFORM FindBudget
           MOVE EntryYear TO BudgetYear
           IF BudgetFound = 'Y'
              DISPLAY "Already Budgeted, Not Copied : " BudgetCategory
              EXIT PARAGRAPH
           END-IF
           IF BudgetCount >= 500
              DISPLAY "Budget Table Full, Not Copied : " BudgetCategory
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO BudgetCount
           SET BGX TO BudgetCount
           MOVE ToYear TO XBYear(BGX)
           MOVE BudgetCategory TO XBCategory(BGX)
           PERFORM VARYING BudgetMonth FROM 1 BY 1
              UNTIL BudgetMonth > 12
              COMPUTE XBMonthAmt(BGX BudgetMonth) ROUNDED =
                 XBMonthAmt(FromEntry BudgetMonth)
                 * (100 + EntryPct) / 100
                 ON SIZE ERROR
                    MOVE XBMonthAmt(FromEntry BudgetMonth)
                       TO XBMonthAmt(BGX BudgetMonth)
              END-COMPUTE
           END-PERFORM
           ADD 1 TO CopiedCount.

       DeleteBudget.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Budget Year (0 = This Year) : " WITH NO ADVANCING
           PERFORM AcceptYear
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           IF EntryYear < RunYear
              DISPLAY "Budgets For Past Years Cannot Be Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Category : " WITH NO ADVANCING
           PERFORM AcceptCategory
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryYear TO BudgetYear
           MOVE EntryCategory TO BudgetCategory
           PERFORM FindBudget
           IF BudgetFound = 'N'
              DISPLAY "No Budget For " BudgetCategory " In "
                 BudgetYear
              EXIT PARAGRAPH
           END-IF
           PERFORM ShowMonths
           DISPLAY "Delete This Budget (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BGX FROM BGX BY 1
              UNTIL BGX >= BudgetCount
              MOVE BudgetEntry(BGX + 1) TO BudgetEntry(BGX)
           END-PERFORM
           SUBTRACT 1 FROM BudgetCount
           PERFORM RewriteBudgets
           IF BudgetStatus = "00"
              ADD 1 TO ChangeCount
              DISPLAY "Budget Deleted"
           END-IF.

       SumBudgetYear.
           MOVE ZERO TO YearTotal
           PERFORM VARYING BudgetMonth FROM 1 BY 1
              UNTIL BudgetMonth > 12
              ADD XBMonthAmt(BGX BudgetMonth) TO YearTotal
           END-PERFORM.

       AcceptYear.
           MOVE 'N' TO EntryValid
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "Year Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO EntryYear
           IF EntryYear = ZERO
              MOVE RunYear TO EntryYear
           END-IF
           IF EntryYear < 1900
              DISPLAY "Year Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO EntryValid.

       AcceptCategory.
           MOVE 'N' TO EntryValid
           MOVE SPACES TO EntryCategory
           ACCEPT EntryCategory
           MOVE FUNCTION UPPER-CASE(EntryCategory) TO EntryCategory
           IF EntryCategory = SPACES
              DISPLAY "Category Required"
              EXIT PARAGRAPH
           END-IF
           IF EntryCategory(7:4) NOT = SPACES
              DISPLAY "Category Is Up To 6 Characters"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO EntryValid.

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
           END-COMPUTE.

       RewriteBudgets.
           OPEN OUTPUT BudgetFile
           IF BudgetStatus NOT = "00"
              DISPLAY "Unable To Rewrite Budget.dat, Status "
                 BudgetStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BGX FROM 1 BY 1 UNTIL BGX > BudgetCount
              MOVE XBYear(BGX) TO BDYear
              MOVE XBCategory(BGX) TO BDCategory
              PERFORM VARYING BudgetMonth FROM 1 BY 1
                 UNTIL BudgetMonth > 12
                 MOVE XBMonthAmt(BGX BudgetMonth)
                    TO BDMonthAmt(BudgetMonth)
              END-PERFORM
              WRITE BudgetRecord
              IF BudgetStatus NOT = "00"
                 DISPLAY "Unable To Write Budget.dat, Status "
                    BudgetStatus
              END-IF
           END-PERFORM
           CLOSE BudgetFile.
