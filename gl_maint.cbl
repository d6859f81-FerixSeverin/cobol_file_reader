       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Chart of accounts (GLAccts.dat) and manual journals
      *> (GLManual.dat).
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
           SELECT ManualFile ASSIGN TO "GLManual.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ManualStatus.
           SELECT ManualWork ASSIGN TO "GLManual.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ManualWorkStatus.
           SELECT JrnlCtlFile ASSIGN TO "GLJrnlCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JrnlCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       SD ChartSort.
       01 ChartSortRecord.
           02 CSAcct PIC X(6).
           02 FILLER PIC X(33).

       FD ChartFile.
       01 ChartRecord.
           02 GAAcct PIC X(6).
           02 GADesc PIC X(30).
           02 GAType PIC X.
           02 GAStatus PIC X.
           02 GARetEarn PIC X.

       FD ChartWork.
       01 ChartWorkRecord PIC X(39).

       FD ManualFile.
       01 ManualRecord.
           02 GJNum PIC 9(7).
           02 GJLine PIC 9(3).
           02 GJDate PIC 9(8).
           02 GJAcct PIC X(6).
           02 GJDebit PIC 9(9)V99.
           02 GJCredit PIC 9(9)V99.
           02 GJDesc PIC X(30).
           02 GJStatus PIC X.
           02 GJEnteredBy PIC X(8).
           02 GJApprovedBy PIC X(8).
           02 GJActionDate PIC 9(8).

       FD ManualWork.
       01 ManualWorkRecord PIC X(101).

       FD JrnlCtlFile.
       01 JrnlCtlRecord PIC 9(7).

       WORKING-STORAGE SECTION.
       01 ChartStatus PIC XX VALUE "00".
       01 ChartWorkStatus PIC XX VALUE "00".
       01 ManualStatus PIC XX VALUE "00".
       01 ManualWorkStatus PIC XX VALUE "00".
       01 JrnlCtlStatus PIC XX VALUE "00".

       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 ChartEOF PIC X.
       01 ManualEOF PIC X.
       01 WorkEOF PIC X.
       01 AcctChangeCount PIC 9(5) VALUE ZERO.
       01 JournalCount PIC 9(5) VALUE ZERO.
       01 ApproveCount PIC 9(5) VALUE ZERO.

       01 ChartCount PIC 9(3) VALUE ZERO.
       01 ChartTable.
           02 ChartEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON ChartCount
                 INDEXED BY CX.
              03 CTAcct PIC X(6).
              03 CTDesc PIC X(30).
              03 CTType PIC X.
              03 CTStatus PIC X.
              03 CTRetEarn PIC X.
       01 ChartFound PIC X.
       01 ChartTableFull PIC X VALUE 'N'.
       01 OtherRetEarn PIC X(6).

       01 EntryAcct PIC X(6).
       01 EntryDesc PIC X(30).
       01 EntryType PIC X.
       01 EntryStatus PIC X.
       01 EntryRetEarn PIC X.
       01 TypeName PIC X(10).

       01 JournalDate PIC 9(8).
       01 DateText PIC X(10).
       01 JournalDesc PIC X(30).
       01 AmountText PIC X(15).
       01 EntryAmt PIC 9(9)V99.
       01 MoreLines PIC X.
       01 NextJrnlNum PIC 9(7).
       01 JrnlDebits PIC 9(11)V99.
       01 JrnlCredits PIC 9(11)V99.
       01 LineCount PIC 9(3) VALUE ZERO.
       01 JrnlLineTable.
           02 JrnlLine OCCURS 0 TO 50 TIMES
                 DEPENDING ON LineCount
                 INDEXED BY JX.
              03 JLAcct PIC X(6).
              03 JLDebit PIC 9(9)V99.
              03 JLCredit PIC 9(9)V99.

       01 SelectNum PIC 9(7).
       01 SelectFound PIC X.
       01 SelectStatus PIC X.
       01 SelectEnteredBy PIC X(8).
       01 SelectDate PIC 9(8).
       01 ApproveAction PIC X.
       01 PendingCount PIC 9(5).
       01 LastJrnlNum PIC 9(7).
       01 PendDebits PIC 9(11)V99.

       01 AmountDisplay PIC $$$,$$$,$$9.99.
       01 Amount2Display PIC $$$,$$$,$$9.99.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 ChartHeads PIC X(60) VALUE
          "Acct   Description                    Type       St RE".
       01 ChartLine.
           02 PrnAcct PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDesc PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTypeName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnRetEarn PIC X.
       01 PendingHeads PIC X(79) VALUE
          "Journal Date     Entered By          Debits  Description".
       01 PendingLine.
           02 PrnPendNum PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPendDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPendBy PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPendAmt PIC $$$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnPendDesc PIC X(30).
       01 JournalLineHeads PIC X(50) VALUE
          "Line Acct            Debit          Credit".
       01 JournalDetailLine.
           02 PrnLineNum PIC ZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnLineAcct PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLineDebit PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLineCredit PIC $$$,$$$,$$9.99.

       01 CurrentOperator PIC X(8) VALUE SPACES.
       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.
       01 PeriodRequest.
           02 PCFunction PIC X(5).
           02 PCPeriod PIC 9(6).
           02 PCOpen PIC X.

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
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM LoadChart
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "GENERAL LEDGER"
              DISPLAY "1 : List Chart Of Accounts"
              DISPLAY "2 : Add Or Change Account"
              DISPLAY "3 : Enter Journal Entry"
              DISPLAY "4 : List Pending Journals"
              DISPLAY "5 : Approve Or Reject Journal"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListChart
                 WHEN 2 PERFORM MaintainAccount
                 WHEN 3 PERFORM EnterJournal
                 WHEN 4 PERFORM ListPending
                 WHEN 5 PERFORM ApproveJournal
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           DISPLAY "Accounts Added Or Changed : " AcctChangeCount
           DISPLAY "Journals Entered : " JournalCount
           DISPLAY "Journals Approved Or Rejected : " ApproveCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       LoadChart.
           MOVE ZERO TO ChartCount
           MOVE 'N' TO ChartTableFull
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
                    IF GAAcct NOT = SPACES
                       IF ChartCount >= 500
                          MOVE 'Y' TO ChartTableFull
                       ELSE
                          ADD 1 TO ChartCount
                          SET CX TO ChartCount
                          MOVE GAAcct TO CTAcct(CX)
                          MOVE GADesc TO CTDesc(CX)
                          MOVE GAType TO CTType(CX)
                          MOVE GAStatus TO CTStatus(CX)
                          MOVE GARetEarn TO CTRetEarn(CX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ChartWork
           IF ChartTableFull = 'Y'
              DISPLAY "More Than 500 Accounts On File, "
                 "Chart Changes Not Accepted"
           END-IF.

       FindAccount.
           MOVE 'N' TO ChartFound
           IF ChartCount > 0
              SET CX TO 1
              SEARCH ChartEntry
                 AT END CONTINUE
                 WHEN CTAcct(CX) = EntryAcct
                    MOVE 'Y' TO ChartFound
              END-SEARCH
           END-IF.

       ListChart.
           IF ChartCount = ZERO
              DISPLAY "No Accounts On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY ChartHeads
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > ChartCount
              MOVE CTAcct(CX) TO PrnAcct
              MOVE CTDesc(CX) TO PrnDesc
              MOVE CTType(CX) TO EntryType
              PERFORM GetTypeName
              MOVE TypeName TO PrnTypeName
              MOVE CTStatus(CX) TO PrnStatus
              MOVE CTRetEarn(CX) TO PrnRetEarn
              DISPLAY ChartLine
           END-PERFORM
           DISPLAY "Accounts : " ChartCount.

       GetTypeName.
           EVALUATE EntryType
              WHEN 'A' MOVE "ASSET" TO TypeName
              WHEN 'L' MOVE "LIABILITY" TO TypeName
              WHEN 'Q' MOVE "EQUITY" TO TypeName
              WHEN 'R' MOVE "REVENUE" TO TypeName
              WHEN 'E' MOVE "EXPENSE" TO TypeName
              WHEN OTHER MOVE "UNKNOWN" TO TypeName
           END-EVALUATE.

       MaintainAccount.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required For Chart Changes"
              EXIT PARAGRAPH
           END-IF
           IF ChartTableFull = 'Y'
              DISPLAY "Chart Table Full, Changes Not Accepted"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Account Number : " WITH NO ADVANCING
           MOVE SPACES TO EntryAcct
           ACCEPT EntryAcct
           MOVE FUNCTION UPPER-CASE(EntryAcct) TO EntryAcct
           IF EntryAcct = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM FindAccount
           IF ChartFound = 'Y'
              MOVE CTType(CX) TO EntryType
              PERFORM GetTypeName
              DISPLAY "Account " CTAcct(CX) " " CTDesc(CX)
              DISPLAY "Type " TypeName "  Status " CTStatus(CX)
                 "  Retained Earnings " CTRetEarn(CX)
              MOVE CTDesc(CX) TO EntryDesc
              MOVE CTType(CX) TO EntryType
              MOVE CTStatus(CX) TO EntryStatus
              MOVE CTRetEarn(CX) TO EntryRetEarn
           ELSE
              IF ChartCount >= 500
                 DISPLAY "Chart Table Full, Account Not Added"
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "New Account"
              MOVE SPACES TO EntryDesc EntryType
              MOVE 'A' TO EntryStatus
              MOVE 'N' TO EntryRetEarn
           END-IF
           DISPLAY "Description (Blank = No Change) : "
              WITH NO ADVANCING
           MOVE SPACES TO JournalDesc
           ACCEPT JournalDesc
           IF JournalDesc NOT = SPACES
              MOVE JournalDesc TO EntryDesc
           END-IF
           DISPLAY "Type (A)sset, (L)iability, E(Q)uity, (R)evenue, "
              "(E)xpense : " WITH NO ADVANCING
           MOVE SPACE TO ApproveAction
           ACCEPT ApproveAction
           MOVE FUNCTION UPPER-CASE(ApproveAction) TO ApproveAction
           IF ApproveAction NOT = SPACE
              MOVE ApproveAction TO EntryType
           END-IF
           IF EntryType NOT = 'A' AND EntryType NOT = 'L'
              AND EntryType NOT = 'Q' AND EntryType NOT = 'R'
              AND EntryType NOT = 'E'
              DISPLAY "Account Type Not Valid, Account Not Saved"
              EXIT PARAGRAPH
           END-IF
           IF EntryDesc = SPACES
              DISPLAY "Description Required, Account Not Saved"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Status (A)ctive, (I)nactive, Blank = No Change : "
              WITH NO ADVANCING
           MOVE SPACE TO ApproveAction
           ACCEPT ApproveAction
           MOVE FUNCTION UPPER-CASE(ApproveAction) TO ApproveAction
           IF ApproveAction = 'A' OR ApproveAction = 'I'
              MOVE ApproveAction TO EntryStatus
           END-IF
           IF EntryType = 'Q'
              DISPLAY "Retained Earnings Account Y/N, "
                 "Blank = No Change : " WITH NO ADVANCING
              MOVE SPACE TO ApproveAction
              ACCEPT ApproveAction
              MOVE FUNCTION UPPER-CASE(ApproveAction)
                 TO ApproveAction
              IF ApproveAction = 'Y' OR ApproveAction = 'N'
                 MOVE ApproveAction TO EntryRetEarn
              END-IF
           ELSE
              MOVE 'N' TO EntryRetEarn
           END-IF
           IF EntryRetEarn = 'Y'
              MOVE SPACES TO OtherRetEarn
              PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > ChartCount
                 IF CTRetEarn(CX) = 'Y' AND CTAcct(CX) NOT = EntryAcct
                    MOVE CTAcct(CX) TO OtherRetEarn
                 END-IF
              END-PERFORM
              IF OtherRetEarn NOT = SPACES
                 DISPLAY "Account " OtherRetEarn
                    " Is Already Retained Earnings, Account Not Saved"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM FindAccount
           IF ChartFound = 'N'
              PERFORM AddChartEntry
           END-IF
           MOVE EntryDesc TO CTDesc(CX)
           MOVE EntryType TO CTType(CX)
           MOVE EntryStatus TO CTStatus(CX)
           MOVE EntryRetEarn TO CTRetEarn(CX)
           PERFORM RewriteChart
           IF ChartStatus = "00"
              ADD 1 TO AcctChangeCount
              DISPLAY "Account " EntryAcct " Saved"
           END-IF.

       AddChartEntry.
           ADD 1 TO ChartCount
           SET CX TO ChartCount
           MOVE 'N' TO ChartFound
           PERFORM UNTIL CX = 1 OR ChartFound = 'Y'
              IF CTAcct(CX - 1) < EntryAcct
                 MOVE 'Y' TO ChartFound
              ELSE
                 MOVE ChartEntry(CX - 1) TO ChartEntry(CX)
                 SET CX DOWN BY 1
              END-IF
           END-PERFORM
           MOVE EntryAcct TO CTAcct(CX).

       RewriteChart.
           OPEN OUTPUT ChartFile
           IF ChartStatus NOT = "00"
              DISPLAY "Unable To Rewrite GLAccts.dat, Status "
                 ChartStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > ChartCount
              MOVE CTAcct(CX) TO GAAcct
              MOVE CTDesc(CX) TO GADesc
              MOVE CTType(CX) TO GAType
              MOVE CTStatus(CX) TO GAStatus
              MOVE CTRetEarn(CX) TO GARetEarn
              WRITE ChartRecord
              IF ChartStatus NOT = "00"
                 DISPLAY "Unable To Write GLAccts.dat, Status "
                    ChartStatus
              END-IF
           END-PERFORM
           CLOSE ChartFile.

       EnterJournal.
           IF ChartCount = ZERO
              DISPLAY "No Chart Of Accounts On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Journal Date YYYYMMDD (Blank = Today) : "
              WITH NO ADVANCING
           MOVE SPACES TO DateText
           ACCEPT DateText
           IF DateText = SPACES
              MOVE RunDate TO JournalDate
           ELSE
              IF FUNCTION TRIM(DateText) IS NOT NUMERIC
                 DISPLAY "Date Not Valid, Journal Not Entered"
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION NUMVAL(DateText) TO JournalDate
              IF FUNCTION TEST-DATE-YYYYMMDD(JournalDate) NOT = ZERO
                 DISPLAY "Date Not Valid, Journal Not Entered"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM CheckJournalPeriod
           IF PCOpen NOT = 'Y'
              DISPLAY "Posting Period " PCPeriod
                 " Is Closed, Journal Not Entered"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Description : " WITH NO ADVANCING
           MOVE SPACES TO JournalDesc
           ACCEPT JournalDesc
           MOVE ZERO TO LineCount JrnlDebits JrnlCredits
           MOVE 'Y' TO MoreLines
           PERFORM EnterJournalLine UNTIL MoreLines NOT = 'Y'
           IF LineCount < 2
              DISPLAY "A Journal Needs Two Or More Lines, "
                 "Journal Not Saved"
              EXIT PARAGRAPH
           END-IF
           IF JrnlDebits NOT = JrnlCredits
              MOVE JrnlDebits TO AmountDisplay
              MOVE JrnlCredits TO Amount2Display
              DISPLAY "Journal Out Of Balance, Debits " AmountDisplay
                 " Credits " Amount2Display ", Journal Not Saved"
              EXIT PARAGRAPH
           END-IF
           PERFORM GetNextJrnlNum
           IF JrnlCtlStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ManualFile
           IF ManualStatus = "35"
              OPEN OUTPUT ManualFile
           END-IF
           IF ManualStatus NOT = "00"
              DISPLAY "Unable To Open GLManual.dat, Status "
                 ManualStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > LineCount
              MOVE NextJrnlNum TO GJNum
              SET GJLine TO JX
              MOVE JournalDate TO GJDate
              MOVE JLAcct(JX) TO GJAcct
              MOVE JLDebit(JX) TO GJDebit
              MOVE JLCredit(JX) TO GJCredit
              MOVE JournalDesc TO GJDesc
              MOVE 'P' TO GJStatus
              MOVE CurrentOperator TO GJEnteredBy
              MOVE SPACES TO GJApprovedBy
              MOVE ZERO TO GJActionDate
              WRITE ManualRecord
              IF ManualStatus NOT = "00"
                 DISPLAY "Unable To Write GLManual.dat, Status "
                    ManualStatus
              END-IF
           END-PERFORM
           CLOSE ManualFile
           ADD 1 TO JournalCount
           MOVE JrnlDebits TO AmountDisplay
           DISPLAY "Journal " NextJrnlNum " Saved For Approval, "
              AmountDisplay.

       EnterJournalLine.
           COMPUTE SelectNum = LineCount + 1
           DISPLAY "Line " SelectNum(5:3)
              " Account (Blank = Done) : " WITH NO ADVANCING
           MOVE SPACES TO EntryAcct
           ACCEPT EntryAcct
           MOVE FUNCTION UPPER-CASE(EntryAcct) TO EntryAcct
           IF EntryAcct = SPACES
              MOVE 'N' TO MoreLines
              EXIT PARAGRAPH
           END-IF
           PERFORM FindAccount
           IF ChartFound = 'N'
              DISPLAY "Account " EntryAcct " Not On Chart"
              EXIT PARAGRAPH
           END-IF
           IF CTStatus(CX) NOT = 'A'
              DISPLAY "Account " EntryAcct " Is Inactive"
              EXIT PARAGRAPH
           END-IF
           IF LineCount >= 50
              DISPLAY "Journal Is Limited To 50 Lines"
              MOVE 'N' TO MoreLines
              EXIT PARAGRAPH
           END-IF
           DISPLAY "  " CTDesc(CX)
           DISPLAY "Debit Amount (Blank = Credit) : "
              WITH NO ADVANCING
           PERFORM AcceptAmount
           IF EntryAmt > ZERO
              ADD 1 TO LineCount
              SET JX TO LineCount
              MOVE EntryAcct TO JLAcct(JX)
              MOVE EntryAmt TO JLDebit(JX)
              MOVE ZERO TO JLCredit(JX)
              ADD EntryAmt TO JrnlDebits
           ELSE
              DISPLAY "Credit Amount : " WITH NO ADVANCING
              PERFORM AcceptAmount
              IF EntryAmt = ZERO
                 DISPLAY "No Amount, Line Not Taken"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO LineCount
              SET JX TO LineCount
              MOVE EntryAcct TO JLAcct(JX)
              MOVE ZERO TO JLDebit(JX)
              MOVE EntryAmt TO JLCredit(JX)
              ADD EntryAmt TO JrnlCredits
           END-IF
           MOVE JrnlDebits TO AmountDisplay
           MOVE JrnlCredits TO Amount2Display
           DISPLAY "Debits " AmountDisplay "  Credits " Amount2Display.

       AcceptAmount.
           MOVE ZERO TO EntryAmt
           MOVE SPACES TO AmountText
           ACCEPT AmountText
           IF AmountText = SPACES
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(AmountText) NOT = ZERO
              DISPLAY "Amount Not Valid"
              EXIT PARAGRAPH
           END-IF
           COMPUTE EntryAmt = FUNCTION NUMVAL(AmountText)
              ON SIZE ERROR MOVE ZERO TO EntryAmt
           END-COMPUTE.

       CheckJournalPeriod.
           MOVE "CHECK" TO PCFunction
           MOVE JournalDate(1:6) TO PCPeriod
           MOVE 'Y' TO PCOpen
           CALL "PERIODCTL" USING PeriodRequest
              ON EXCEPTION MOVE 'Y' TO PCOpen
           END-CALL.

       GetNextJrnlNum.
           MOVE 1 TO NextJrnlNum
           OPEN INPUT JrnlCtlFile
           IF JrnlCtlStatus = "00"
              READ JrnlCtlFile
                 NOT AT END
                    IF JrnlCtlRecord IS NUMERIC
                       AND JrnlCtlRecord > ZERO
                       MOVE JrnlCtlRecord TO NextJrnlNum
                    END-IF
              END-READ
              CLOSE JrnlCtlFile
           END-IF
           OPEN OUTPUT JrnlCtlFile
           IF JrnlCtlStatus NOT = "00"
              DISPLAY "Unable To Write GLJrnlCtl.dat, Status "
                 JrnlCtlStatus ", Journal Not Saved"
              EXIT PARAGRAPH
           END-IF
           COMPUTE JrnlCtlRecord = NextJrnlNum + 1
           WRITE JrnlCtlRecord
           IF JrnlCtlStatus NOT = "00"
              DISPLAY "Unable To Write GLJrnlCtl.dat, Status "
                 JrnlCtlStatus ", Journal Not Saved"
           END-IF
           CLOSE JrnlCtlFile.

       ListPending.
           MOVE ZERO TO PendingCount LastJrnlNum PendDebits
           MOVE 'N' TO ManualEOF
           OPEN INPUT ManualFile
           IF ManualStatus NOT = "00"
              DISPLAY "No Journals On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY PendingHeads
           PERFORM UNTIL ManualEOF = 'Y'
              READ ManualFile
                 AT END MOVE 'Y' TO ManualEOF
                 NOT AT END
                    IF GJStatus = 'P'
                       PERFORM TallyPendingLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ManualFile
           IF LastJrnlNum NOT = ZERO
              PERFORM ShowPendingJournal
           END-IF
           DISPLAY "Journals Awaiting Approval : " PendingCount.

       TallyPendingLine.
           IF GJNum NOT = LastJrnlNum
              IF LastJrnlNum NOT = ZERO
                 PERFORM ShowPendingJournal
              END-IF
              MOVE GJNum TO LastJrnlNum
              MOVE ZERO TO PendDebits
              MOVE GJNum TO PrnPendNum
              MOVE GJDate TO PrnPendDate
              MOVE GJEnteredBy TO PrnPendBy
              MOVE GJDesc TO PrnPendDesc
           END-IF
           ADD GJDebit TO PendDebits.

       ShowPendingJournal.
           ADD 1 TO PendingCount
           MOVE PendDebits TO PrnPendAmt
           DISPLAY PendingLine.

       ApproveJournal.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required To Approve"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Journal Number : " WITH NO ADVANCING
           MOVE ZERO TO SelectNum
           ACCEPT SelectNum
           MOVE 'N' TO SelectFound
           MOVE ZERO TO JrnlDebits JrnlCredits
           MOVE 'N' TO ManualEOF
           OPEN INPUT ManualFile
           IF ManualStatus NOT = "00"
              DISPLAY "No Journals On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ManualEOF = 'Y'
              READ ManualFile
                 AT END MOVE 'Y' TO ManualEOF
                 NOT AT END
                    IF GJNum = SelectNum
                       PERFORM ShowJournalLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ManualFile
           IF SelectFound = 'N'
              DISPLAY "Journal " SelectNum " Not On File"
              EXIT PARAGRAPH
           END-IF
           MOVE JrnlDebits TO AmountDisplay
           MOVE JrnlCredits TO Amount2Display
           DISPLAY "Totals     " AmountDisplay " " Amount2Display
           DISPLAY "Entered By " SelectEnteredBy "  Date " SelectDate
           IF SelectStatus NOT = 'P'
              DISPLAY "Journal Is Not Pending, Status " SelectStatus
              EXIT PARAGRAPH
           END-IF
           IF SelectEnteredBy = CurrentOperator
              DISPLAY "A Journal Cannot Be Approved By Its Enterer"
              EXIT PARAGRAPH
           END-IF
           MOVE SelectDate TO JournalDate
           PERFORM CheckJournalPeriod
           IF PCOpen NOT = 'Y'
              DISPLAY "Posting Period " PCPeriod
                 " Is Closed, Journal Can Only Be Rejected"
           END-IF
           DISPLAY "(A)pprove, (R)eject, (Q)uit : " WITH NO ADVANCING
           MOVE SPACE TO ApproveAction
           ACCEPT ApproveAction
           MOVE FUNCTION UPPER-CASE(ApproveAction) TO ApproveAction
           IF ApproveAction = 'A' AND PCOpen NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF ApproveAction NOT = 'A' AND ApproveAction NOT = 'R'
              EXIT PARAGRAPH
           END-IF
           PERFORM RewriteJournal
           IF ManualStatus = "00"
              ADD 1 TO ApproveCount
              IF ApproveAction = 'A'
                 DISPLAY "Journal " SelectNum " Approved For Posting"
              ELSE
                 DISPLAY "Journal " SelectNum " Rejected"
              END-IF
           END-IF.

       ShowJournalLine.
           IF SelectFound = 'N'
              MOVE 'Y' TO SelectFound
              MOVE GJStatus TO SelectStatus
              MOVE GJEnteredBy TO SelectEnteredBy
              MOVE GJDate TO SelectDate
              DISPLAY " "
              DISPLAY "Journal " GJNum "  " GJDesc
              DISPLAY JournalLineHeads
           END-IF
           MOVE GJLine TO PrnLineNum
           MOVE GJAcct TO PrnLineAcct
           MOVE GJDebit TO PrnLineDebit
           MOVE GJCredit TO PrnLineCredit
           DISPLAY JournalDetailLine
           ADD GJDebit TO JrnlDebits
           ADD GJCredit TO JrnlCredits.

       RewriteJournal.
           MOVE 'N' TO ManualEOF
           OPEN INPUT ManualFile
           IF ManualStatus NOT = "00"
              DISPLAY "Unable To Open GLManual.dat, Status "
                 ManualStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ManualWork
           IF ManualWorkStatus NOT = "00"
              DISPLAY "Unable To Open GLManual.tmp, Status "
                 ManualWorkStatus
              CLOSE ManualFile
              MOVE "99" TO ManualStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ManualEOF = 'Y'
              READ ManualFile
                 AT END MOVE 'Y' TO ManualEOF
                 NOT AT END
                    IF GJNum = SelectNum AND GJStatus = 'P'
                       MOVE ApproveAction TO GJStatus
                       MOVE CurrentOperator TO GJApprovedBy
                       MOVE RunDate TO GJActionDate
                    END-IF
                    WRITE ManualWorkRecord FROM ManualRecord
                    IF ManualWorkStatus NOT = "00"
                       DISPLAY "Unable To Write GLManual.tmp, Status "
                          ManualWorkStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ManualFile, ManualWork
           PERFORM CopyWorkToManual.

       CopyWorkToManual.
           MOVE 'N' TO WorkEOF
           OPEN INPUT ManualWork
           IF ManualWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen GLManual.tmp, Status "
                 ManualWorkStatus
              MOVE "99" TO ManualStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ManualFile
           IF ManualStatus NOT = "00"
              DISPLAY "Unable To Rewrite GLManual.dat, Status "
                 ManualStatus
              CLOSE ManualWork
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ ManualWork
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE ManualRecord FROM ManualWorkRecord
                    IF ManualStatus NOT = "00"
                       DISPLAY "Unable To Write GLManual.dat, Status "
                          ManualStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ManualWork, ManualFile.
