       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK_MONTH.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Month-end bank reconciliation for BANKREC_PERIOD. Output is
      *> BankMonth.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT BankDepFile ASSIGN TO "BankDep.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BankDepStatus.
           SELECT BankHistFile ASSIGN TO "BankHist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BankHistStatus.
           SELECT BankCtlFile ASSIGN TO "BankCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BankCtlStatus.
           SELECT BankMonthReport ASSIGN TO "BankMonth.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BankMonthReportStatus.

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

       FD BankCtlFile.
       01 BankCtlRecord.
           02 BCPeriod PIC 9(6).
           02 BCBookBal PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 BCPrevPeriod PIC 9(6).
           02 BCPrevBookBal PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 BCDifference PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 BCRunDate PIC 9(8).

       FD BankMonthReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARTransStatus PIC XX VALUE "00".
       01 BankDepStatus PIC XX VALUE "00".
       01 BankHistStatus PIC XX VALUE "00".
       01 BankCtlStatus PIC XX VALUE "00".
       01 BankMonthReportStatus PIC XX VALUE "00".

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 PeriodText PIC X(6).
       01 RecPeriod PIC 9(6).
       01 RecPeriodParts REDEFINES RecPeriod.
           02 RecYear PIC 9(4).
           02 RecMonth PIC 99.
       01 MonthStart PIC 9(8).
       01 NextMonthStart PIC 9(8).
       01 NextMonthParts REDEFINES NextMonthStart.
           02 NextYear PIC 9(4).
           02 NextMonth PIC 99.
           02 NextDay PIC 99.
       01 MonthEnd PIC 9(8).
       01 OpeningText PIC X(15).

       01 ARScanEOF PIC X.
       01 BankDepEOF PIC X.
       01 BankHistEOF PIC X.
       01 HaveCtl PIC X VALUE 'N'.
       01 CarryPeriod PIC 9(6) VALUE ZERO.
       01 CarryBookBal PIC S9(11)V99 VALUE ZERO.
       01 CarryFromPeriod PIC 9(6) VALUE ZERO.
       01 PriorBankBal PIC 9(9)V99 VALUE ZERO.
       01 PriorBankDate PIC 9(8) VALUE ZERO.
       01 ListType PIC X.

       01 OpeningBal PIC S9(11)V99 VALUE ZERO.
       01 BookReceipts PIC 9(11)V99 VALUE ZERO.
       01 ReceiptCount PIC 9(5) VALUE ZERO.
       01 BookBal PIC S9(11)V99 VALUE ZERO.
       01 ClosingBankBal PIC 9(9)V99 VALUE ZERO.
       01 ClosingBankDate PIC 9(8) VALUE ZERO.
       01 InTransit PIC 9(11)V99 VALUE ZERO.
       01 UnbookedCredits PIC 9(11)V99 VALUE ZERO.
       01 ReturnedItems PIC 9(11)V99 VALUE ZERO.
       01 OtherDebits PIC 9(11)V99 VALUE ZERO.
       01 AdjustedBank PIC S9(11)V99 VALUE ZERO.
       01 AdjustedBook PIC S9(11)V99 VALUE ZERO.
       01 Difference PIC S9(11)V99 VALUE ZERO.
       01 AmountDisplay PIC $$$,$$$,$$$,$$9.99-.

       01 ReportHeading.
           02 FILLER PIC X(34) VALUE
              "MONTH-END BANK RECONCILIATION FOR ".
           02 PrnPeriod PIC 9(6).
           02 FILLER PIC X(2) VALUE " (".
           02 PrnMonthStart PIC 9(8).
           02 FILLER PIC X(3) VALUE " - ".
           02 PrnMonthEnd PIC 9(8).
           02 FILLER PIC X VALUE ")".
       01 AmountLine.
           02 PrnLabel PIC X(50).
           02 FILLER PIC X(9) VALUE SPACES.
           02 PrnAmount PIC $$$,$$$,$$$,$$9.99-.
       01 ItemLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnItemDate PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnItemDesc PIC X(15).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnItemRef PIC X(15).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnItemAmount PIC $$$$,$$$,$$9.99.
       01 ResultLine PIC X(80).

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM SetPeriod
           PERFORM ReadBankCtl
           IF HaveCtl = 'Y' AND CarryPeriod > RecPeriod
              DISPLAY "Period " CarryPeriod " Already Reconciled, "
                 RecPeriod " Cannot Be Run Again"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SumBankItems
           IF ClosingBankDate = ZERO
              DISPLAY "No Bank Balance On File For " RecPeriod
                 ", Run BANK_REC With The Month-End Statement"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SetOpeningBalance
           PERFORM SumReceipts
           PERFORM SumInTransit
           COMPUTE BookBal = OpeningBal + BookReceipts
           COMPUTE AdjustedBank = ClosingBankBal + InTransit
           COMPUTE AdjustedBook = BookBal + UnbookedCredits
              - ReturnedItems - OtherDebits
           COMPUTE Difference = AdjustedBank - AdjustedBook
           OPEN OUTPUT BankMonthReport
           IF BankMonthReportStatus NOT = "00"
              DISPLAY "Unable To Open BankMonth.rpt, Status "
                 BankMonthReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM PrintReconciliation
           IF BankMonthReportStatus NOT = "00"
              DISPLAY "Unable To Write BankMonth.rpt, Status "
                 BankMonthReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE BankMonthReport
           PERFORM WriteBankCtl
           MOVE AdjustedBank TO AmountDisplay
           DISPLAY "Adjusted Bank Balance : " AmountDisplay
           MOVE AdjustedBook TO AmountDisplay
           DISPLAY "Adjusted Book Balance : " AmountDisplay
           IF Difference = ZERO
              DISPLAY "Period " RecPeriod " Reconciled"
           ELSE
              MOVE Difference TO AmountDisplay
              DISPLAY "Period " RecPeriod " Out Of Balance By "
                 AmountDisplay
              MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       SetPeriod.
           ACCEPT PeriodText FROM ENVIRONMENT "BANKREC_PERIOD"
           IF PeriodText IS NUMERIC
              MOVE PeriodText TO RecPeriod
           ELSE
              MOVE RunDate(1:6) TO RecPeriod
              IF RecMonth = 1
                 SUBTRACT 1 FROM RecYear
                 MOVE 12 TO RecMonth
              ELSE
                 SUBTRACT 1 FROM RecMonth
              END-IF
           END-IF
           IF RecMonth < 1 OR RecMonth > 12
              DISPLAY "BANKREC_PERIOD " PeriodText " Is Not A Valid "
                 "Month, Last Month Used"
              MOVE RunDate(1:6) TO RecPeriod
              IF RecMonth = 1
                 SUBTRACT 1 FROM RecYear
                 MOVE 12 TO RecMonth
              ELSE
                 SUBTRACT 1 FROM RecMonth
              END-IF
           END-IF
           COMPUTE MonthStart = RecPeriod * 100 + 1
           MOVE RecYear TO NextYear
           MOVE RecMonth TO NextMonth
           MOVE 1 TO NextDay
           IF NextMonth = 12
              ADD 1 TO NextYear
              MOVE 1 TO NextMonth
           ELSE
              ADD 1 TO NextMonth
           END-IF
           COMPUTE MonthEnd = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(NextMonthStart) - 1).

       ReadBankCtl.
           OPEN INPUT BankCtlFile
           IF BankCtlStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ BankCtlFile
              AT END CONTINUE
              NOT AT END
                 IF BCPeriod IS NUMERIC
                    MOVE 'Y' TO HaveCtl
                    MOVE BCPeriod TO CarryPeriod
                    IF BCPeriod = RecPeriod
                       MOVE BCPrevPeriod TO CarryFromPeriod
                       MOVE BCPrevBookBal TO CarryBookBal
                    ELSE
                       MOVE BCPeriod TO CarryFromPeriod
                       MOVE BCBookBal TO CarryBookBal
                    END-IF
                 END-IF
           END-READ
           CLOSE BankCtlFile.

       SetOpeningBalance.
           IF HaveCtl = 'Y'
              MOVE CarryBookBal TO OpeningBal
              EXIT PARAGRAPH
           END-IF
           ACCEPT OpeningText FROM ENVIRONMENT "BANKREC_OPENING"
           IF OpeningText NOT = SPACES
              AND FUNCTION TEST-NUMVAL(OpeningText) = ZERO
              COMPUTE OpeningBal = FUNCTION NUMVAL(OpeningText)
           ELSE
              MOVE PriorBankBal TO OpeningBal
           END-IF.

       SumBankItems.
           MOVE 'N' TO BankHistEOF
           OPEN INPUT BankHistFile
           IF BankHistStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BankHistEOF = 'Y'
              READ BankHistFile
                 AT END MOVE 'Y' TO BankHistEOF
                 NOT AT END
                    IF BHDate IS NUMERIC AND BHAmount IS NUMERIC
                       PERFORM SumOneBankItem
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BankHistFile.

       SumOneBankItem.
           IF BHType = 'B' AND BHDate < MonthStart
              AND BHDate >= PriorBankDate
              MOVE BHDate TO PriorBankDate
              MOVE BHAmount TO PriorBankBal
           END-IF
           IF BHDate < MonthStart OR BHDate > MonthEnd
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN BHType = 'B'
                 IF BHDate >= ClosingBankDate
                    MOVE BHDate TO ClosingBankDate
                    MOVE BHAmount TO ClosingBankBal
                 END-IF
              WHEN BHType = 'D' AND BHMatched = 'N'
                 ADD BHAmount TO UnbookedCredits
              WHEN BHType = 'R'
                 ADD BHAmount TO ReturnedItems
              WHEN BHType = 'W'
                 ADD BHAmount TO OtherDebits
           END-EVALUATE.

       SumReceipts.
           MOVE 'N' TO ARScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ARScanEOF
                 NOT AT END
                    IF ARType = 'P'
                       AND ARDate IS NUMERIC
                       AND ARDate >= MonthStart
                       AND ARDate <= MonthEnd
                       AND ARAmount IS NUMERIC
                       ADD ARAmount TO BookReceipts
                       ADD 1 TO ReceiptCount
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARTransFile.

       SumInTransit.
           MOVE 'N' TO BankDepEOF
           OPEN INPUT BankDepFile
           IF BankDepStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BankDepEOF = 'Y'
              READ BankDepFile
                 AT END MOVE 'Y' TO BankDepEOF
                 NOT AT END
                    IF BDDepDate IS NUMERIC AND BDDepDate <= MonthEnd
                       AND (BDStatus = 'O' OR BDClearDate > MonthEnd)
                       ADD BDAmount TO InTransit
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BankDepFile.

       PrintReconciliation.
           MOVE RecPeriod TO PrnPeriod
           MOVE MonthStart TO PrnMonthStart
           MOVE MonthEnd TO PrnMonthEnd
           WRITE PrintLine FROM ReportHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE SPACES TO PrnLabel
           STRING "BALANCE PER BANK AT " ClosingBankDate
              DELIMITED BY SIZE INTO PrnLabel
           MOVE ClosingBankBal TO PrnAmount
           WRITE PrintLine FROM AmountLine
           MOVE "ADD DEPOSITS IN TRANSIT" TO PrnLabel
           MOVE InTransit TO PrnAmount
           WRITE PrintLine FROM AmountLine
           PERFORM ListInTransit
           MOVE "ADJUSTED BANK BALANCE" TO PrnLabel
           MOVE AdjustedBank TO PrnAmount
           WRITE PrintLine FROM AmountLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE SPACES TO PrnLabel
           IF HaveCtl = 'Y'
              MOVE "BOOK BALANCE BROUGHT FORWARD" TO PrnLabel
           ELSE
              MOVE "OPENING BOOK BALANCE" TO PrnLabel
           END-IF
           MOVE OpeningBal TO PrnAmount
           WRITE PrintLine FROM AmountLine
           MOVE SPACES TO PrnLabel
           STRING "ADD RECEIPTS POSTED IN MONTH (" ReceiptCount ")"
              DELIMITED BY SIZE INTO PrnLabel
           MOVE BookReceipts TO PrnAmount
           WRITE PrintLine FROM AmountLine
           MOVE "BALANCE PER BOOKS" TO PrnLabel
           MOVE BookBal TO PrnAmount
           WRITE PrintLine FROM AmountLine
           MOVE "ADD BANK CREDITS NOT ON BOOKS" TO PrnLabel
           MOVE UnbookedCredits TO PrnAmount
           WRITE PrintLine FROM AmountLine
           MOVE 'D' TO ListType
           PERFORM ListBankItems
           MOVE "LESS RETURNED ITEMS" TO PrnLabel
           MOVE ReturnedItems TO PrnAmount
           WRITE PrintLine FROM AmountLine
           MOVE 'R' TO ListType
           PERFORM ListBankItems
           MOVE "LESS OTHER BANK DEBITS" TO PrnLabel
           MOVE OtherDebits TO PrnAmount
           WRITE PrintLine FROM AmountLine
           MOVE 'W' TO ListType
           PERFORM ListBankItems
           MOVE "ADJUSTED BOOK BALANCE" TO PrnLabel
           MOVE AdjustedBook TO PrnAmount
           WRITE PrintLine FROM AmountLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "UNRECONCILED DIFFERENCE" TO PrnLabel
           MOVE Difference TO PrnAmount
           WRITE PrintLine FROM AmountLine
           IF Difference = ZERO
              MOVE "BANK RECONCILED TO BOOKS" TO ResultLine
           ELSE
              MOVE "*** BANK DOES NOT AGREE TO BOOKS ***"
                 TO ResultLine
           END-IF
           WRITE PrintLine FROM ResultLine.

       ListInTransit.
           MOVE 'N' TO BankDepEOF
           OPEN INPUT BankDepFile
           IF BankDepStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BankDepEOF = 'Y'
              READ BankDepFile
                 AT END MOVE 'Y' TO BankDepEOF
                 NOT AT END
                    IF BDDepDate IS NUMERIC AND BDDepDate <= MonthEnd
                       AND (BDStatus = 'O' OR BDClearDate > MonthEnd)
                       MOVE BDDepDate TO PrnItemDate
                       MOVE BDSource TO PrnItemDesc
                       IF BDStatus = 'O'
                          MOVE "NOT YET CLEARED" TO PrnItemRef
                       ELSE
                          MOVE BDBankRef TO PrnItemRef
                       END-IF
                       MOVE BDAmount TO PrnItemAmount
                       WRITE PrintLine FROM ItemLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BankDepFile.

       ListBankItems.
           MOVE 'N' TO BankHistEOF
           OPEN INPUT BankHistFile
           IF BankHistStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BankHistEOF = 'Y'
              READ BankHistFile
                 AT END MOVE 'Y' TO BankHistEOF
                 NOT AT END
                    IF BHType = ListType AND BHMatched = 'N'
                       AND BHDate IS NUMERIC
                       AND BHDate >= MonthStart
                       AND BHDate <= MonthEnd
                       MOVE BHDate TO PrnItemDate
                       EVALUATE ListType
                          WHEN 'D'
                             MOVE "DEPOSIT" TO PrnItemDesc
                          WHEN 'R'
                             MOVE "RETURNED ITEM" TO PrnItemDesc
                          WHEN OTHER
                             MOVE "BANK DEBIT" TO PrnItemDesc
                       END-EVALUATE
                       MOVE BHRef TO PrnItemRef
                       MOVE BHAmount TO PrnItemAmount
                       WRITE PrintLine FROM ItemLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BankHistFile.

       WriteBankCtl.
           MOVE CarryFromPeriod TO BCPrevPeriod
           MOVE OpeningBal TO BCPrevBookBal
           MOVE RecPeriod TO BCPeriod
           MOVE AdjustedBook TO BCBookBal
           MOVE Difference TO BCDifference
           MOVE RunDate TO BCRunDate
           OPEN OUTPUT BankCtlFile
           IF BankCtlStatus NOT = "00"
              DISPLAY "Unable To Write BankCtl.dat, Status "
                 BankCtlStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           WRITE BankCtlRecord
           CLOSE BankCtlFile.
