       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK_REC.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Daily bank reconciliation of book deposits to BankStmt.dat.
      *> Output is BankRec.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT BankStmtFile ASSIGN TO "BankStmt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BankStmtStatus.
           SELECT BankDepFile ASSIGN TO "BankDep.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BankDepStatus.
           SELECT BankHistFile ASSIGN TO "BankHist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BankHistStatus.
           SELECT BankRecReport ASSIGN TO "BankRec.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BankRecReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARTimestampNum REDEFINES ARTimestamp.
              03 ARDate PIC 9(8).
              03 FILLER PIC X(13).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD BankStmtFile.
       01 BankStmtRecord.
           02 BSDate PIC 9(8).
           02 BSType PIC X.
           02 BSAmount PIC 9(9)V99.
           02 BSRef PIC X(15).

       FD BankDepFile.
       01 BankDepRecord.
           02 BDDepDate PIC 9(8).
           02 BDSource PIC X(8).
           02 BDAmount PIC 9(9)V99.
           02 BDItems PIC 9(5).
           02 BDStatus PIC X.
           02 BDClearDate PIC 9(8).
           02 BDBankRef PIC X(15).

       FD BankHistFile.
       01 BankHistRecord.
           02 BHDate PIC 9(8).
           02 BHType PIC X.
           02 BHAmount PIC 9(9)V99.
           02 BHRef PIC X(15).
           02 BHMatched PIC X.
           02 BHDepDate PIC 9(8).
           02 BHSource PIC X(8).
           02 BHRunDate PIC 9(8).

       FD BankRecReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARTransStatus PIC XX VALUE "00".
       01 BankStmtStatus PIC XX VALUE "00".
       01 BankDepStatus PIC XX VALUE "00".
       01 BankHistStatus PIC XX VALUE "00".
       01 BankRecReportStatus PIC XX VALUE "00".

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 RunMonthStart PIC 9(8).

       01 ARScanEOF PIC X.
       01 BankStmtEOF PIC X.
       01 BankDepEOF PIC X.
       01 BankHistEOF PIC X.

       01 MatchDaysText PIC X(3).
       01 MatchDays PIC 9(3) VALUE 5.
       01 StartDateText PIC X(8).
       01 DepHighWater PIC 9(8) VALUE ZERO.
       01 HistHighWater PIC 9(8) VALUE ZERO.
       01 DaysApart PIC S9(7).
       01 DaysOutstanding PIC 9(5).
       01 PurgeDays PIC 9(3) VALUE 62.
       01 MatchSlot PIC 9(5).
       01 SlotFound PIC X.

       01 NewDepCount PIC 9(5) VALUE ZERO.
       01 StmtLineCount PIC 9(5) VALUE ZERO.
       01 MatchedCount PIC 9(5) VALUE ZERO.
       01 MatchedAmt PIC 9(11)V99 VALUE ZERO.
       01 UnmatchedCount PIC 9(5) VALUE ZERO.
       01 UnmatchedCredits PIC 9(11)V99 VALUE ZERO.
       01 CreditCount PIC 9(5) VALUE ZERO.
       01 DebitCount PIC 9(5) VALUE ZERO.
       01 UnmatchedDebits PIC 9(11)V99 VALUE ZERO.
       01 SkippedCount PIC 9(5) VALUE ZERO.
       01 RejectedCount PIC 9(5) VALUE ZERO.
       01 OutstandingCount PIC 9(5) VALUE ZERO.
       01 OutstandingAmt PIC 9(11)V99 VALUE ZERO.
       01 OverdueCount PIC 9(5) VALUE ZERO.
       01 OverdueAmt PIC 9(11)V99 VALUE ZERO.
       01 LastBankBalance PIC 9(9)V99 VALUE ZERO.
       01 LastBalanceDate PIC 9(8) VALUE ZERO.

       01 DepCount PIC 9(5) VALUE ZERO.
       01 DepositTable.
           02 DepEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON DepCount
                 INDEXED BY DX.
              03 DTDepDate PIC 9(8).
              03 DTSource PIC X(8).
              03 DTAmount PIC 9(9)V99.
              03 DTItems PIC 9(5).
              03 DTStatus PIC X.
              03 DTClearDate PIC 9(8).
              03 DTBankRef PIC X(15).

       01 ReportHeading.
           02 FILLER PIC X(27) VALUE "BANK RECONCILIATION RUN OF ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(18) VALUE "   MATCH WINDOW : ".
           02 PrnMatchDays PIC ZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".
       01 MatchHeading PIC X(80) VALUE
          "DEPOSITS CLEARED THIS RUN".
       01 MatchHeads PIC X(80) VALUE
          "Bank Date  Bank Ref         Book Date  Source      Items" &
          "          Amount".
       01 MatchLine.
           02 PrnMatchBankDate PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnMatchRef PIC X(15).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnMatchDepDate PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnMatchSource PIC X(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnMatchItems PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMatchAmount PIC $$$$,$$$,$$9.99.
       01 BankOnlyHeading PIC X(80) VALUE
          "BANK ITEMS NOT ON THE BOOKS".
       01 BankOnlyHeads PIC X(80) VALUE
          "Bank Date  Type            Bank Ref                    " &
          "          Amount".
       01 BankOnlyLine.
           02 PrnOnlyDate PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnOnlyType PIC X(16).
           02 PrnOnlyRef PIC X(15).
           02 FILLER PIC X(13) VALUE SPACES.
           02 PrnOnlyAmount PIC $$$$,$$$,$$9.99-.
       01 OutHeading PIC X(80) VALUE
          "BOOK DEPOSITS OUTSTANDING".
       01 OutHeads PIC X(80) VALUE
          "Book Date  Source      Items   Days                    " &
          "          Amount".
       01 OutLine.
           02 PrnOutDate PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnOutSource PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnOutItems PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnOutDays PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnOutFlag PIC X(8).
           02 FILLER PIC X(10) VALUE SPACES.
           02 PrnOutAmount PIC $$$$,$$$,$$9.99.
       01 TotalLine.
           02 PrnTotalLabel PIC X(40).
           02 PrnTotalCount PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE SPACES.
           02 PrnTotalAmount PIC $$$$,$$$,$$$,$$9.99.
       01 BalanceLine.
           02 FILLER PIC X(26) VALUE "BANK LEDGER BALANCE AS OF ".
           02 PrnBalanceDate PIC 9(8).
           02 FILLER PIC X(20) VALUE SPACES.
           02 PrnBalance PIC $$$$,$$$,$$$,$$9.99.
       01 NoticeLine PIC X(80).

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           ACCEPT MatchDaysText FROM ENVIRONMENT "BANKREC_DAYS"
           IF MatchDaysText NOT = SPACES
              AND FUNCTION TRIM(MatchDaysText) IS NUMERIC
              MOVE FUNCTION NUMVAL(MatchDaysText) TO MatchDays
           END-IF
           PERFORM LoadDeposits
           IF BankDepStatus NOT = "00" AND BankDepStatus NOT = "10"
              AND BankDepStatus NOT = "35"
              DISPLAY "Unable To Read BankDep.dat, Status "
                 BankDepStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM AddBookDeposits
           PERFORM FindHistHighWater
           OPEN OUTPUT BankRecReport
           IF BankRecReportStatus NOT = "00"
              DISPLAY "Unable To Open BankRec.rpt, Status "
                 BankRecReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE RunDate TO PrnRunDate
           MOVE MatchDays TO PrnMatchDays
           WRITE PrintLine FROM ReportHeading
           PERFORM MatchStatement
           PERFORM PrintOutstanding
           IF LastBalanceDate > ZERO
              MOVE SPACES TO PrintLine
              WRITE PrintLine
              MOVE LastBalanceDate TO PrnBalanceDate
              MOVE LastBankBalance TO PrnBalance
              WRITE PrintLine FROM BalanceLine
           END-IF
           IF BankRecReportStatus NOT = "00"
              DISPLAY "Unable To Write BankRec.rpt, Status "
                 BankRecReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE BankRecReport
           PERFORM RewriteDeposits
           DISPLAY "Book Deposits Added : " NewDepCount
           DISPLAY "Statement Lines Read : " StmtLineCount
           DISPLAY "Deposits Cleared : " MatchedCount
           DISPLAY "Bank Items Not On Books : " UnmatchedCount
           DISPLAY "Book Deposits Outstanding : " OutstandingCount
           IF SkippedCount > ZERO
              DISPLAY "Statement Lines Already Reconciled : "
                 SkippedCount
           END-IF
           IF RejectedCount > ZERO
              DISPLAY "Statement Lines Unreadable : " RejectedCount
           END-IF.
           GOBACK.

       LoadDeposits.
           MOVE 'N' TO BankDepEOF
           OPEN INPUT BankDepFile
           IF BankDepStatus = "35"
              EXIT PARAGRAPH
           END-IF
           IF BankDepStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BankDepEOF = 'Y'
              READ BankDepFile
                 AT END MOVE 'Y' TO BankDepEOF
                 NOT AT END
                    IF BDDepDate IS NUMERIC AND BDAmount IS NUMERIC
                       IF DepCount < 5000
                          ADD 1 TO DepCount
                          MOVE BDDepDate TO DTDepDate(DepCount)
                          MOVE BDSource TO DTSource(DepCount)
                          MOVE BDAmount TO DTAmount(DepCount)
                          MOVE BDItems TO DTItems(DepCount)
                          MOVE BDStatus TO DTStatus(DepCount)
                          MOVE BDClearDate TO DTClearDate(DepCount)
                          MOVE BDBankRef TO DTBankRef(DepCount)
                       ELSE
                          DISPLAY "Deposit Register Full At 5000"
                          MOVE 1 TO RETURN-CODE
                       END-IF
                       IF BDDepDate > DepHighWater
                          MOVE BDDepDate TO DepHighWater
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BankDepFile
           MOVE "00" TO BankDepStatus.

       AddBookDeposits.
           IF DepHighWater = ZERO
              ACCEPT StartDateText FROM ENVIRONMENT "BANKREC_START"
              IF StartDateText IS NUMERIC
                 MOVE StartDateText TO RunMonthStart
              ELSE
                 MOVE RunDate TO RunMonthStart
                 MOVE "01" TO RunMonthStart(7:2)
              END-IF
              COMPUTE DepHighWater = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(RunMonthStart) - 1)
           END-IF
           MOVE 'N' TO ARScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              DISPLAY "No A/R Activity On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ARScanEOF
                 NOT AT END
                    IF ARType = 'P'
                       AND ARDate IS NUMERIC
                       AND ARDate > DepHighWater
                       AND ARDate < RunDate
                       AND ARAmount IS NUMERIC
                       PERFORM TallyBookDeposit
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARTransFile
           IF NewDepCount > ZERO
              SORT DepEntry ON ASCENDING KEY DTDepDate DTSource
           END-IF.

       TallyBookDeposit.
           MOVE 'N' TO SlotFound
           PERFORM VARYING DX FROM DepCount BY -1
                 UNTIL DX < 1 OR SlotFound = 'Y'
              IF DTDepDate(DX) = ARDate
                 AND DTSource(DX) = AROperator
                 MOVE 'Y' TO SlotFound
                 ADD ARAmount TO DTAmount(DX)
                 ADD 1 TO DTItems(DX)
              END-IF
              IF DTDepDate(DX) <= DepHighWater
                 SET DX TO 1
              END-IF
           END-PERFORM
           IF SlotFound = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF DepCount >= 5000
              DISPLAY "Deposit Register Full, " AROperator " "
                 ARDate " Not Added"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO DepCount NewDepCount
           MOVE ARDate TO DTDepDate(DepCount)
           MOVE AROperator TO DTSource(DepCount)
           MOVE ARAmount TO DTAmount(DepCount)
           MOVE 1 TO DTItems(DepCount)
           MOVE 'O' TO DTStatus(DepCount)
           MOVE ZERO TO DTClearDate(DepCount)
           MOVE SPACES TO DTBankRef(DepCount).

       FindHistHighWater.
           MOVE 'N' TO BankHistEOF
           OPEN INPUT BankHistFile
           IF BankHistStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BankHistEOF = 'Y'
              READ BankHistFile
                 AT END MOVE 'Y' TO BankHistEOF
                 NOT AT END
                    IF BHDate IS NUMERIC AND BHDate > HistHighWater
                       MOVE BHDate TO HistHighWater
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BankHistFile.

       MatchStatement.
           MOVE 'N' TO BankStmtEOF
           OPEN INPUT BankStmtFile
           IF BankStmtStatus NOT = "00"
              MOVE "NO BANK STATEMENT FILE RECEIVED" TO NoticeLine
              WRITE PrintLine FROM NoticeLine
              DISPLAY "No Bank Statement File, Status "
                 BankStmtStatus
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BankHistFile
           IF BankHistStatus = "35"
              OPEN OUTPUT BankHistFile
           END-IF
           IF BankHistStatus NOT = "00"
              DISPLAY "Unable To Open BankHist.dat, Status "
                 BankHistStatus
              MOVE 1 TO RETURN-CODE
              CLOSE BankStmtFile
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM MatchHeading
           WRITE PrintLine FROM MatchHeads
           PERFORM UNTIL BankStmtEOF = 'Y'
              READ BankStmtFile
                 AT END MOVE 'Y' TO BankStmtEOF
                 NOT AT END PERFORM MatchOneLine
              END-READ
           END-PERFORM
           CLOSE BankStmtFile BankHistFile
           MOVE "TOTAL CLEARED" TO PrnTotalLabel
           MOVE MatchedCount TO PrnTotalCount
           MOVE MatchedAmt TO PrnTotalAmount
           WRITE PrintLine FROM TotalLine
           PERFORM PrintBankOnly.

       MatchOneLine.
           ADD 1 TO StmtLineCount
           IF BSDate IS NOT NUMERIC OR BSAmount IS NOT NUMERIC
              OR (BSType NOT = 'D' AND BSType NOT = 'R'
                  AND BSType NOT = 'W' AND BSType NOT = 'B')
              ADD 1 TO RejectedCount
              DISPLAY "Unreadable Statement Line " StmtLineCount
              EXIT PARAGRAPH
           END-IF
           IF BSDate <= HistHighWater
              ADD 1 TO SkippedCount
              EXIT PARAGRAPH
           END-IF
           MOVE BSDate TO BHDate
           MOVE BSType TO BHType
           MOVE BSAmount TO BHAmount
           MOVE BSRef TO BHRef
           MOVE 'N' TO BHMatched
           MOVE ZERO TO BHDepDate
           MOVE SPACES TO BHSource
           MOVE RunDate TO BHRunDate
           EVALUATE BSType
              WHEN 'B'
                 MOVE 'Y' TO BHMatched
                 IF BSDate >= LastBalanceDate
                    MOVE BSDate TO LastBalanceDate
                    MOVE BSAmount TO LastBankBalance
                 END-IF
              WHEN 'D'
                 PERFORM FindBookDeposit
                 IF SlotFound = 'Y'
                    PERFORM ClearBookDeposit
                 END-IF
           END-EVALUATE
           IF BHMatched = 'N'
              ADD 1 TO UnmatchedCount
              IF BSType = 'D'
                 ADD 1 TO CreditCount
                 ADD BSAmount TO UnmatchedCredits
              ELSE
                 ADD 1 TO DebitCount
                 ADD BSAmount TO UnmatchedDebits
              END-IF
           END-IF
           WRITE BankHistRecord
           IF BankHistStatus NOT = "00"
              DISPLAY "Unable To Write BankHist.dat, Status "
                 BankHistStatus
              MOVE 1 TO RETURN-CODE
           END-IF.

       FindBookDeposit.
           MOVE 'N' TO SlotFound
           PERFORM VARYING DX FROM 1 BY 1
                 UNTIL DX > DepCount OR SlotFound = 'Y'
              IF DTStatus(DX) = 'O'
                 AND DTAmount(DX) = BSAmount
                 AND DTDepDate(DX) <= BSDate
                 COMPUTE DaysApart =
                    FUNCTION INTEGER-OF-DATE(BSDate)
                    - FUNCTION INTEGER-OF-DATE(DTDepDate(DX))
                 IF DaysApart <= MatchDays
                    MOVE 'Y' TO SlotFound
                    SET MatchSlot TO DX
                 END-IF
              END-IF
           END-PERFORM.

       ClearBookDeposit.
           SET DX TO MatchSlot
           MOVE 'C' TO DTStatus(DX)
           MOVE BSDate TO DTClearDate(DX)
           MOVE BSRef TO DTBankRef(DX)
           MOVE 'Y' TO BHMatched
           MOVE DTDepDate(DX) TO BHDepDate
           MOVE DTSource(DX) TO BHSource
           ADD 1 TO MatchedCount
           ADD BSAmount TO MatchedAmt
           MOVE BSDate TO PrnMatchBankDate
           MOVE BSRef TO PrnMatchRef
           MOVE DTDepDate(DX) TO PrnMatchDepDate
           MOVE DTSource(DX) TO PrnMatchSource
           MOVE DTItems(DX) TO PrnMatchItems
           MOVE BSAmount TO PrnMatchAmount
           WRITE PrintLine FROM MatchLine.

       PrintBankOnly.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM BankOnlyHeading
           WRITE PrintLine FROM BankOnlyHeads
           MOVE 'N' TO BankHistEOF
           OPEN INPUT BankHistFile
           IF BankHistStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BankHistEOF = 'Y'
              READ BankHistFile
                 AT END MOVE 'Y' TO BankHistEOF
                 NOT AT END
                    IF BHRunDate = RunDate AND BHMatched = 'N'
                       AND BHDate > HistHighWater
                       PERFORM PrintOneBankOnly
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BankHistFile
           MOVE "TOTAL BANK CREDITS NOT ON BOOKS" TO PrnTotalLabel
           MOVE CreditCount TO PrnTotalCount
           MOVE UnmatchedCredits TO PrnTotalAmount
           WRITE PrintLine FROM TotalLine
           MOVE "TOTAL BANK DEBITS NOT ON BOOKS" TO PrnTotalLabel
           MOVE DebitCount TO PrnTotalCount
           MOVE UnmatchedDebits TO PrnTotalAmount
           WRITE PrintLine FROM TotalLine.

       PrintOneBankOnly.
           MOVE BHDate TO PrnOnlyDate
           EVALUATE BHType
              WHEN 'D'
                 MOVE "DEPOSIT" TO PrnOnlyType
                 MOVE BHAmount TO PrnOnlyAmount
              WHEN 'R'
                 MOVE "RETURNED ITEM" TO PrnOnlyType
                 COMPUTE PrnOnlyAmount = ZERO - BHAmount
              WHEN OTHER
                 MOVE "OTHER DEBIT" TO PrnOnlyType
                 COMPUTE PrnOnlyAmount = ZERO - BHAmount
           END-EVALUATE
           MOVE BHRef TO PrnOnlyRef
           WRITE PrintLine FROM BankOnlyLine.

       PrintOutstanding.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM OutHeading
           WRITE PrintLine FROM OutHeads
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DepCount
              IF DTStatus(DX) = 'O'
                 PERFORM PrintOneOutstanding
              END-IF
           END-PERFORM
           MOVE "TOTAL OUTSTANDING" TO PrnTotalLabel
           MOVE OutstandingCount TO PrnTotalCount
           MOVE OutstandingAmt TO PrnTotalAmount
           WRITE PrintLine FROM TotalLine
           IF OverdueCount > ZERO
              MOVE OverdueCount TO PrnTotalCount
              MOVE "DEPOSITS PAST THE MATCH WINDOW" TO PrnTotalLabel
              MOVE OverdueAmt TO PrnTotalAmount
              WRITE PrintLine FROM TotalLine
           END-IF.

       PrintOneOutstanding.
           ADD 1 TO OutstandingCount
           ADD DTAmount(DX) TO OutstandingAmt
           COMPUTE DaysOutstanding =
              FUNCTION INTEGER-OF-DATE(RunDate)
              - FUNCTION INTEGER-OF-DATE(DTDepDate(DX))
           MOVE SPACES TO PrnOutFlag
           IF DaysOutstanding > MatchDays
              MOVE "OVERDUE" TO PrnOutFlag
              ADD 1 TO OverdueCount
              ADD DTAmount(DX) TO OverdueAmt
           END-IF
           MOVE DTDepDate(DX) TO PrnOutDate
           MOVE DTSource(DX) TO PrnOutSource
           MOVE DTItems(DX) TO PrnOutItems
           MOVE DaysOutstanding TO PrnOutDays
           MOVE DTAmount(DX) TO PrnOutAmount
           WRITE PrintLine FROM OutLine.

       RewriteDeposits.
           OPEN OUTPUT BankDepFile
           IF BankDepStatus NOT = "00"
              DISPLAY "Unable To Rewrite BankDep.dat, Status "
                 BankDepStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DepCount
              IF DTStatus(DX) = 'O'
                 PERFORM WriteOneDeposit
              ELSE
                 COMPUTE DaysApart =
                    FUNCTION INTEGER-OF-DATE(RunDate)
                    - FUNCTION INTEGER-OF-DATE(DTClearDate(DX))
                 IF DaysApart <= PurgeDays
                    PERFORM WriteOneDeposit
                 END-IF
              END-IF
           END-PERFORM
           CLOSE BankDepFile.

       WriteOneDeposit.
           MOVE DTDepDate(DX) TO BDDepDate
           MOVE DTSource(DX) TO BDSource
           MOVE DTAmount(DX) TO BDAmount
           MOVE DTItems(DX) TO BDItems
           MOVE DTStatus(DX) TO BDStatus
           MOVE DTClearDate(DX) TO BDClearDate
           MOVE DTBankRef(DX) TO BDBankRef
           WRITE BankDepRecord
           IF BankDepStatus NOT = "00"
              DISPLAY "Unable To Write BankDep.dat, Status "
                 BankDepStatus
              MOVE 1 TO RETURN-CODE
           END-IF.
