       PROGRAM-ID. PERIOD_CLOSE.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-09-02
      *> Closes the posting period and rolls the general ledger forward.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartFile ASSIGN TO "GLAccts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChartStatus.
           SELECT BalanceFile ASSIGN TO "GLBal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BalanceStatus.
           SELECT BalanceWork ASSIGN TO "GLBal.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BalanceWorkStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ChartFile.
       01 ChartRecord.
           02 GAAcct PIC X(6).
           02 GADesc PIC X(30).
           02 GAType PIC X.
           02 GAStatus PIC X.
           02 GARetEarn PIC X.

       FD BalanceFile.
       01 BalanceRecord.
           02 GBPeriod PIC 9(6).
           02 GBAcct PIC X(6).
           02 GBOpen PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 GBDebits PIC 9(11)V99.
           02 GBCredits PIC 9(11)V99.

       FD BalanceWork.
       01 BalanceWorkRecord PIC X(52).

       WORKING-STORAGE SECTION.
       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
       01 LogMessage PIC X(80).
       01 SavedReturnCode PIC S9(9) COMP VALUE ZERO.

       01 ChartStatus PIC XX VALUE "00".
       01 BalanceStatus PIC XX VALUE "00".
       01 BalanceWorkStatus PIC XX VALUE "00".
       01 ChartEOF PIC X.
       01 BalanceEOF PIC X.
       01 WorkEOF PIC X.

       01 NextPeriod PIC 9(6).
       01 NextPeriodParts REDEFINES NextPeriod.
           02 NextYear PIC 9(4).
           02 NextMonth PIC 99.
       01 YearEnd PIC X VALUE 'N'.

       01 ChartCount PIC 9(3) VALUE ZERO.
       01 ChartTable.
           02 ChartEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON ChartCount
                 INDEXED BY CX.
              03 CTAcct PIC X(6).
              03 CTType PIC X.
       01 RetEarnAcct PIC X(6) VALUE SPACES.
       01 AcctType PIC X.

       01 BalCount PIC 9(4) VALUE ZERO.
       01 BalTable.
           02 BalEntry OCCURS 0 TO 6000 TIMES
                 DEPENDING ON BalCount
                 INDEXED BY BX, NX.
              03 BTPeriod PIC 9(6).
              03 BTAcct PIC X(6).
              03 BTOpen PIC S9(11)V99.
              03 BTDebits PIC 9(11)V99.
              03 BTCredits PIC 9(11)V99.
       01 BalTableFull PIC X VALUE 'N'.
       01 BalFound PIC X.
       01 FindPeriod PIC 9(6).
       01 FindAcct PIC X(6).
       01 ClosedCount PIC 9(4).

       01 ClosingBalance PIC S9(11)V99.
       01 YearNetIncome PIC S9(11)V99 VALUE ZERO.
       01 RolledCount PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
                 ON EXCEPTION CONTINUE
              END-CALL
              MOVE SavedReturnCode TO RETURN-CODE
              PERFORM RollLedgerForward
           END-IF.
           GOBACK.

       RollLedgerForward.
           MOVE RunPeriod TO NextPeriod
           IF NextMonth = 12
              ADD 1 TO NextYear
              MOVE 1 TO NextMonth
              MOVE 'Y' TO YearEnd
           ELSE
              ADD 1 TO NextMonth
           END-IF
           PERFORM LoadChart
           PERFORM LoadBalances
           IF BalCount = ZERO
              EXIT PARAGRAPH
           END-IF
           IF BalTableFull = 'Y'
              DISPLAY "More Than 6000 Balances On File, "
                 "Ledger Not Rolled Forward"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF YearEnd = 'Y' AND RetEarnAcct = SPACES
              DISPLAY "No Retained Earnings Account On GLAccts.dat, "
                 "Ledger Not Rolled Forward"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BalCount
              IF BTPeriod(BX) = NextPeriod
                 MOVE ZERO TO BTOpen(BX)
              END-IF
           END-PERFORM
           MOVE BalCount TO ClosedCount
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > ClosedCount
              IF BTPeriod(BX) = RunPeriod
                 PERFORM RollOneAccount
              END-IF
           END-PERFORM
           IF YearEnd = 'Y' AND YearNetIncome NOT = ZERO
              MOVE NextPeriod TO FindPeriod
              MOVE RetEarnAcct TO FindAcct
              PERFORM FindBalance
              IF BalFound = 'Y'
                 ADD YearNetIncome TO BTOpen(NX)
              END-IF
           END-IF
           IF BalTableFull = 'Y'
              DISPLAY "More Than 6000 Balances On File, "
                 "Ledger Not Rolled Forward"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM RewriteBalances
           DISPLAY "Ledger Accounts Rolled Forward To " NextPeriod
              " : " RolledCount.

       RollOneAccount.
           COMPUTE ClosingBalance = BTOpen(BX) + BTDebits(BX)
              - BTCredits(BX)
           MOVE SPACE TO AcctType
           IF ChartCount > 0
              SET CX TO 1
              SEARCH ChartEntry
                 AT END CONTINUE
                 WHEN CTAcct(CX) = BTAcct(BX)
                    MOVE CTType(CX) TO AcctType
              END-SEARCH
           END-IF
           IF YearEnd = 'Y' AND (AcctType = 'R' OR AcctType = 'E')
              ADD ClosingBalance TO YearNetIncome
              MOVE ZERO TO ClosingBalance
           END-IF
           MOVE NextPeriod TO FindPeriod
           MOVE BTAcct(BX) TO FindAcct
           IF ClosingBalance = ZERO
              PERFORM FindExistingBalance
           ELSE
              PERFORM FindBalance
           END-IF
           IF BalFound = 'Y'
              MOVE ClosingBalance TO BTOpen(NX)
              ADD 1 TO RolledCount
           END-IF.

       FindExistingBalance.
           MOVE 'N' TO BalFound
           SET NX TO 1
           SEARCH BalEntry VARYING NX
              AT END CONTINUE
              WHEN BTPeriod(NX) = FindPeriod
                 AND BTAcct(NX) = FindAcct
                 MOVE 'Y' TO BalFound
           END-SEARCH.

       FindBalance.
           PERFORM FindExistingBalance
           IF BalFound = 'N'
              IF BalCount >= 6000
                 MOVE 'Y' TO BalTableFull
              ELSE
                 ADD 1 TO BalCount
                 SET NX TO BalCount
                 MOVE FindPeriod TO BTPeriod(NX)
                 MOVE FindAcct TO BTAcct(NX)
                 MOVE ZERO TO BTOpen(NX) BTDebits(NX) BTCredits(NX)
                 MOVE 'Y' TO BalFound
              END-IF
           END-IF.

       LoadChart.
           MOVE 'N' TO ChartEOF
           OPEN INPUT ChartFile
           IF ChartStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ChartEOF = 'Y'
              READ ChartFile
                 AT END MOVE 'Y' TO ChartEOF
                 NOT AT END
                    IF GAAcct NOT = SPACES AND ChartCount < 500
                       ADD 1 TO ChartCount
                       SET CX TO ChartCount
                       MOVE GAAcct TO CTAcct(CX)
                       MOVE GAType TO CTType(CX)
                       IF GARetEarn = 'Y'
                          MOVE GAAcct TO RetEarnAcct
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ChartFile.

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
                    IF GBPeriod IS NUMERIC
                       IF BalCount >= 6000
                          MOVE 'Y' TO BalTableFull
                       ELSE
                          ADD 1 TO BalCount
                          SET BX TO BalCount
                          MOVE GBPeriod TO BTPeriod(BX)
                          MOVE GBAcct TO BTAcct(BX)
                          MOVE GBOpen TO BTOpen(BX)
                          MOVE GBDebits TO BTDebits(BX)
                          MOVE GBCredits TO BTCredits(BX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BalanceFile.

       RewriteBalances.
           OPEN OUTPUT BalanceWork
           IF BalanceWorkStatus NOT = "00"
              DISPLAY "Unable To Open GLBal.tmp, Status "
                 BalanceWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BalCount
              MOVE BTPeriod(BX) TO GBPeriod
              MOVE BTAcct(BX) TO GBAcct
              MOVE BTOpen(BX) TO GBOpen
              MOVE BTDebits(BX) TO GBDebits
              MOVE BTCredits(BX) TO GBCredits
              WRITE BalanceWorkRecord FROM BalanceRecord
              IF BalanceWorkStatus NOT = "00"
                 DISPLAY "Unable To Write GLBal.tmp, Status "
                    BalanceWorkStatus
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-PERFORM
           CLOSE BalanceWork
           PERFORM CopyWorkToBalances.

       CopyWorkToBalances.
           MOVE 'N' TO WorkEOF
           OPEN INPUT BalanceWork
           IF BalanceWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen GLBal.tmp, Status "
                 BalanceWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BalanceFile
           IF BalanceStatus NOT = "00"
              DISPLAY "Unable To Rewrite GLBal.dat, Status "
                 BalanceStatus
              MOVE 1 TO RETURN-CODE
              CLOSE BalanceWork
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ BalanceWork
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE BalanceRecord FROM BalanceWorkRecord
                    IF BalanceStatus NOT = "00"
                       DISPLAY "Unable To Write GLBal.dat, Status "
                          BalanceStatus
                       MOVE 1 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BalanceWork, BalanceFile.
