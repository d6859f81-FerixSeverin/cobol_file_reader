       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH_FORECAST.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Eight week cash receipts forecast. Totals are left in
      *> CashFcst.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO "fcstwork.tmp".
           SELECT CustFcstSort ASSIGN TO "fcstsort.tmp".
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT SortedAR ASSIGN TO "CashFcstAR.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedARStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT FcstSummaryFile ASSIGN TO "CashFcst.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FcstSummaryStatus.
           SELECT FcstReport ASSIGN TO "CashFcst.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FcstReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WARTransRecord.
           02 WARTimestamp PIC X(21).
           02 WARCustID PIC 9(5).
           02 WARType PIC X.
           02 WARAmount PIC 9(7)V99.
           02 WARRef PIC X(10).
           02 WARInvNum PIC 9(7).
           02 WAROperator PIC X(8).

       SD CustFcstSort.
       01 CustFcstRecord.
           02 CFNext8 PIC 9(9)V99.
           02 CFCustID PIC 9(5).
           02 CFBasis PIC X.
           02 CFAvgDays PIC 9(3).
           02 CFFirst4 PIC 9(9)V99.
           02 CFLast4 PIC 9(9)V99.
           02 CFLater PIC 9(9)V99.

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD SortedAR.
       01 SortedARRecord.
           02 SARTimestamp PIC X(21).
           02 SARTimestampNum REDEFINES SARTimestamp.
              03 SARDate PIC 9(8).
              03 FILLER PIC X(13).
           02 SARCustID PIC 9(5).
           02 SARType PIC X.
           02 SARAmount PIC 9(7)V99.
           02 SARRef PIC X(10).
           02 SARInvNum PIC 9(7).
           02 SAROperator PIC X(8).

       FD CustomerFile.
       01 CustomerData.
           02 IDNum PIC 9(5).
           02 FirstName PIC X(15).
           02 LastName PIC X(15).
           02 DateOfBirth.
              03 MOB PIC 99.
              03 DOB PIC 99.
              03 YOB PIC 9(4).
           02 MailAddress.
              03 Street PIC X(20).
              03 City PIC X(15).
              03 State PIC X(2).
              03 Zip PIC 9(5).
           02 TaxID PIC 9(9).
           02 MailPrefs.
              03 NoMailFlag PIC X.
              03 NoMktgFlag PIC X.

       FD FcstSummaryFile.
       01 FcstSummaryRecord.
           02 FSRunDate PIC 9(8).
           02 FSWeekAmt PIC 9(9)V99 OCCURS 8 TIMES.
           02 FSLater PIC 9(9)V99.
           02 FSPastExpected PIC 9(9)V99.

       FD FcstReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARTransStatus PIC XX VALUE "00".
       01 SortedARStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 FcstSummaryStatus PIC XX VALUE "00".
       01 FcstReportStatus PIC XX VALUE "00".

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 TodayInt PIC 9(7).
       01 TransInt PIC 9(7).
       01 ExpectedInt PIC 9(7).
       01 OffsetDays PIC S9(7).
       01 WeekNum PIC 9(5).
       01 WeekStartInt PIC 9(7).

       01 TermsDays PIC 9(3) VALUE 30.
       01 TopText PIC X(10) VALUE SPACES.
       01 TopCount PIC 9(3) VALUE 10.

       01 SortedEOF PIC X.
       01 FcstEOF PIC X.
       01 CustomerOpen PIC X VALUE 'N'.
       01 CurrentCustID PIC 9(5) VALUE ZERO.
       01 HaveCustomer PIC X VALUE 'N'.
       01 CustName PIC X(31).

       01 ItemCount PIC 9(3) VALUE ZERO.
       01 OpenItemTable.
           02 OpenItem OCCURS 0 TO 300 TIMES
                 DEPENDING ON ItemCount
                 INDEXED BY OX.
              03 OIInvNum PIC 9(7).
              03 OIDate PIC 9(8).
              03 OIBalance PIC S9(9)V99.
              03 OIPaidOff PIC X.
       01 ItemFound PIC X.
       01 OnAccount PIC S9(9)V99.

       01 HistDays PIC 9(7).
       01 HistCount PIC 9(5).
       01 PayDays PIC S9(7).
       01 AvgDays PIC 9(3).
       01 CustBasis PIC X.

       01 WeekSub PIC 99.
       01 CustWeekTable.
           02 CustWeek PIC 9(9)V99 OCCURS 8 TIMES.
       01 CustLater PIC 9(9)V99.
       01 CustNext8 PIC 9(9)V99.

       01 WeekTotalTable.
           02 WeekTotal PIC 9(9)V99 OCCURS 8 TIMES.
       01 LaterTotal PIC 9(9)V99 VALUE ZERO.
       01 Next8Total PIC 9(9)V99 VALUE ZERO.
       01 PastExpectedTotal PIC 9(9)V99 VALUE ZERO.
       01 HistoryCustCount PIC 9(5) VALUE ZERO.
       01 TermsCustCount PIC 9(5) VALUE ZERO.
       01 ListedCount PIC 9(3) VALUE ZERO.

       01 AmountDisplay PIC $$$,$$$,$$9.99.

       01 ReportHeading.
           02 FILLER PIC X(29) VALUE "CASH RECEIPTS FORECAST AS OF ".
           02 PrnRunDate PIC 9(8).
       01 WeekHeads PIC X(40) VALUE
          "Week  Starting        Expected".
       01 WeekLine.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnWeekNum PIC 9.
           02 FILLER PIC XXX VALUE SPACES.
           02 PrnWeekStart PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnWeekAmt PIC $$$,$$$,$$9.99.
       01 LaterLine.
           02 FILLER PIC X(16) VALUE "LATER".
           02 PrnLaterAmt PIC $$$,$$$,$$9.99.
       01 Next8Line.
           02 FILLER PIC X(16) VALUE "NEXT 8 WEEKS".
           02 PrnNext8Amt PIC $$$,$$$,$$9.99.
       01 PastExpectedLine.
           02 FILLER PIC X(40) VALUE
              "In Week 1, Already Past Expected Date : ".
           02 PrnPastExpected PIC $$$,$$$,$$9.99.
       01 BasisLine.
           02 FILLER PIC X(26) VALUE "Customers On Own History :".
           02 PrnHistoryCust PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "   On Terms :".
           02 PrnTermsCust PIC ZZZZ9.
       01 TopHeading.
           02 FILLER PIC X(4) VALUE "TOP ".
           02 PrnTopCount PIC ZZ9.
           02 FILLER PIC X(32) VALUE
              " CUSTOMERS, NEXT 8 WEEKS".
       01 TopHeads PIC X(80) VALUE
          "Cust   Name                     Basis         Weeks 1-4" &
          "      Weeks 5-8".
       01 TopLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCustName PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBasis PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFirst4 PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLast4 PIC $$$,$$$,$$9.99.
       01 BasisText.
           02 PrnBasisDays PIC ZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(RunDate)
           ACCEPT TopText FROM ENVIRONMENT "CASHFCST_TOP"
           IF TopText NOT = SPACES
              AND FUNCTION TRIM(TopText) IS NUMERIC
              MOVE FUNCTION NUMVAL(TopText) TO TopCount
           END-IF
           INITIALIZE WeekTotalTable
           OPEN OUTPUT FcstReport
           IF FcstReportStatus NOT = "00"
              DISPLAY "Unable To Open CashFcst.rpt, Status "
                 FcstReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustomerOpen
           END-IF
           SORT WorkFile
              ON ASCENDING KEY WARCustID
              ON ASCENDING KEY WARInvNum
              ON ASCENDING KEY WARTimestamp
              USING ARTransFile
              GIVING SortedAR
           SORT CustFcstSort
              ON DESCENDING KEY CFNext8
              ON ASCENDING KEY CFCustID
              INPUT PROCEDURE IS ForecastCustomers
              OUTPUT PROCEDURE IS PrintForecast
           IF CustomerOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           IF FcstReportStatus NOT = "00"
              DISPLAY "Unable To Write CashFcst.rpt, Status "
                 FcstReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE FcstReport
           PERFORM WriteSummary
           MOVE Next8Total TO AmountDisplay
           DISPLAY "Expected Receipts, Next 8 Weeks : " AmountDisplay
           DISPLAY "Customers On Own History : " HistoryCustCount
           DISPLAY "Customers On Terms : " TermsCustCount
           GOBACK.

       COPY SITEPROC.

       ForecastCustomers.
           MOVE 'N' TO SortedEOF
           OPEN INPUT SortedAR
           IF SortedARStatus NOT = "00"
              DISPLAY "No A/R Activity On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SortedEOF = 'Y'
              READ SortedAR
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM TallyOneTrans
              END-READ
           END-PERFORM
           IF HaveCustomer = 'Y'
              PERFORM ForecastOneCustomer
           END-IF
           CLOSE SortedAR.

       TallyOneTrans.
           IF SARCustID NOT = CurrentCustID OR HaveCustomer = 'N'
              IF HaveCustomer = 'Y'
                 PERFORM ForecastOneCustomer
              END-IF
              MOVE SARCustID TO CurrentCustID
              MOVE 'Y' TO HaveCustomer
              MOVE ZERO TO ItemCount
              MOVE ZERO TO OnAccount
              MOVE ZERO TO HistDays HistCount
           END-IF
           IF SARAmount IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF SARType = 'C' OR SARType = 'F'
              PERFORM FindOpenItem
              ADD SARAmount TO OIBalance(OX)
           ELSE
              IF SARType = 'R'
                 SUBTRACT SARAmount FROM OnAccount
                 EXIT PARAGRAPH
              END-IF
              IF SARInvNum IS NUMERIC AND SARInvNum > ZERO
                 PERFORM FindOpenItem
                 SUBTRACT SARAmount FROM OIBalance(OX)
                 IF SARType = 'P' AND OIBalance(OX) NOT > ZERO
                    AND OIPaidOff(OX) = 'N'
                    PERFORM TallyDaysToPay
                 END-IF
              ELSE
                 ADD SARAmount TO OnAccount
              END-IF
           END-IF.

       TallyDaysToPay.
           MOVE 'Y' TO OIPaidOff(OX)
           IF SARDate IS NUMERIC AND OIDate(OX) IS NUMERIC
              AND OIDate(OX) > ZERO
              COMPUTE PayDays = FUNCTION INTEGER-OF-DATE(SARDate)
                 - FUNCTION INTEGER-OF-DATE(OIDate(OX))
              IF PayDays < ZERO
                 MOVE ZERO TO PayDays
              END-IF
              ADD PayDays TO HistDays
              ADD 1 TO HistCount
           END-IF.

       FindOpenItem.
           MOVE 'N' TO ItemFound
           IF ItemCount > 0
              SET OX TO 1
              SEARCH OpenItem
                 AT END CONTINUE
                 WHEN SARInvNum IS NUMERIC
                    AND OIInvNum(OX) = SARInvNum
                    MOVE 'Y' TO ItemFound
              END-SEARCH
           END-IF
           IF ItemFound = 'N'
              IF ItemCount >= 300
                 SET OX TO ItemCount
              ELSE
                 ADD 1 TO ItemCount
                 SET OX TO ItemCount
                 IF SARInvNum IS NUMERIC
                    MOVE SARInvNum TO OIInvNum(OX)
                 ELSE
                    MOVE ZERO TO OIInvNum(OX)
                 END-IF
                 IF SARDate IS NUMERIC
                    MOVE SARDate TO OIDate(OX)
                 ELSE
                    MOVE RunDate TO OIDate(OX)
                 END-IF
                 MOVE ZERO TO OIBalance(OX)
                 MOVE 'N' TO OIPaidOff(OX)
              END-IF
           END-IF.

       ForecastOneCustomer.
           PERFORM SweepCreditItems
              VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
           IF OnAccount > ZERO
              PERFORM PayOldestFirst
                 VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
           END-IF
           IF HistCount > ZERO
              COMPUTE AvgDays ROUNDED = HistDays / HistCount
              MOVE 'H' TO CustBasis
           ELSE
              MOVE TermsDays TO AvgDays
              MOVE 'T' TO CustBasis
           END-IF
           INITIALIZE CustWeekTable
           MOVE ZERO TO CustLater
           PERFORM ForecastOneItem
              VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
           MOVE ZERO TO CustNext8
           PERFORM VARYING WeekSub FROM 1 BY 1 UNTIL WeekSub > 8
              ADD CustWeek(WeekSub) TO CustNext8
           END-PERFORM
           IF CustNext8 = ZERO AND CustLater = ZERO
              EXIT PARAGRAPH
           END-IF
           IF CustBasis = 'H'
              ADD 1 TO HistoryCustCount
           ELSE
              ADD 1 TO TermsCustCount
           END-IF
           ADD CustNext8 TO Next8Total
           ADD CustLater TO LaterTotal
           MOVE CustNext8 TO CFNext8
           MOVE CurrentCustID TO CFCustID
           MOVE CustBasis TO CFBasis
           MOVE AvgDays TO CFAvgDays
           COMPUTE CFFirst4 = CustWeek(1) + CustWeek(2)
              + CustWeek(3) + CustWeek(4)
           COMPUTE CFLast4 = CustWeek(5) + CustWeek(6)
              + CustWeek(7) + CustWeek(8)
           MOVE CustLater TO CFLater
           RELEASE CustFcstRecord.

       SweepCreditItems.
           IF OIBalance(OX) < ZERO
              SUBTRACT OIBalance(OX) FROM OnAccount
              MOVE ZERO TO OIBalance(OX)
           END-IF.

       PayOldestFirst.
           IF OnAccount > ZERO AND OIBalance(OX) > ZERO
              IF OnAccount >= OIBalance(OX)
                 SUBTRACT OIBalance(OX) FROM OnAccount
                 MOVE ZERO TO OIBalance(OX)
              ELSE
                 SUBTRACT OnAccount FROM OIBalance(OX)
                 MOVE ZERO TO OnAccount
              END-IF
           END-IF.

       ForecastOneItem.
           IF OIBalance(OX) > ZERO
              IF OIDate(OX) IS NUMERIC AND OIDate(OX) > ZERO
                 COMPUTE TransInt =
                    FUNCTION INTEGER-OF-DATE(OIDate(OX))
              ELSE
                 MOVE TodayInt TO TransInt
              END-IF
              COMPUTE ExpectedInt = TransInt + AvgDays
              COMPUTE OffsetDays = ExpectedInt - TodayInt
              IF OffsetDays < ZERO
                 ADD OIBalance(OX) TO PastExpectedTotal
                 MOVE ZERO TO OffsetDays
              END-IF
              COMPUTE WeekNum = OffsetDays / 7 + 1
              IF WeekNum > 8
                 ADD OIBalance(OX) TO CustLater
              ELSE
                 ADD OIBalance(OX) TO CustWeek(WeekNum)
                 ADD OIBalance(OX) TO WeekTotal(WeekNum)
              END-IF
           END-IF.

       PrintForecast.
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM WeekHeads
           PERFORM VARYING WeekSub FROM 1 BY 1 UNTIL WeekSub > 8
              MOVE WeekSub TO PrnWeekNum
              COMPUTE WeekStartInt = TodayInt + (WeekSub - 1) * 7
              MOVE FUNCTION DATE-OF-INTEGER(WeekStartInt)
                 TO PrnWeekStart
              MOVE WeekTotal(WeekSub) TO PrnWeekAmt
              WRITE PrintLine FROM WeekLine
           END-PERFORM
           MOVE Next8Total TO PrnNext8Amt
           WRITE PrintLine FROM Next8Line
           MOVE LaterTotal TO PrnLaterAmt
           WRITE PrintLine FROM LaterLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE PastExpectedTotal TO PrnPastExpected
           WRITE PrintLine FROM PastExpectedLine
           MOVE HistoryCustCount TO PrnHistoryCust
           MOVE TermsCustCount TO PrnTermsCust
           WRITE PrintLine FROM BasisLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE TopCount TO PrnTopCount
           WRITE PrintLine FROM TopHeading
           WRITE PrintLine FROM TopHeads
           MOVE 'N' TO FcstEOF
           PERFORM UNTIL FcstEOF = 'Y'
              RETURN CustFcstSort
                 AT END MOVE 'Y' TO FcstEOF
                 NOT AT END PERFORM PrintTopCustomer
              END-RETURN
           END-PERFORM.

       PrintTopCustomer.
           IF ListedCount >= TopCount OR CFNext8 = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ListedCount
           MOVE CFCustID TO IDNum
           PERFORM ReadCustomer
           MOVE CFCustID TO PrnCustID
           MOVE CustName TO PrnCustName
           IF CFBasis = 'H'
              MOVE CFAvgDays TO PrnBasisDays
              MOVE BasisText TO PrnBasis
           ELSE
              MOVE "TERMS" TO PrnBasis
           END-IF
           MOVE CFFirst4 TO PrnFirst4
           MOVE CFLast4 TO PrnLast4
           WRITE PrintLine FROM TopLine.

       ReadCustomer.
           MOVE "** NOT ON FILE **" TO CustName
           IF CustomerOpen = 'Y'
              READ CustomerFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE SPACES TO CustName
                    STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       FUNCTION TRIM(LastName) DELIMITED BY SIZE
                       INTO CustName
                    END-STRING
              END-READ
           END-IF.

       WriteSummary.
           OPEN OUTPUT FcstSummaryFile
           IF FcstSummaryStatus NOT = "00"
              DISPLAY "Unable To Open CashFcst.dat, Status "
                 FcstSummaryStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO FSRunDate
           PERFORM VARYING WeekSub FROM 1 BY 1 UNTIL WeekSub > 8
              MOVE WeekTotal(WeekSub) TO FSWeekAmt(WeekSub)
           END-PERFORM
           MOVE LaterTotal TO FSLater
           MOVE PastExpectedTotal TO FSPastExpected
           WRITE FcstSummaryRecord
           IF FcstSummaryStatus NOT = "00"
              DISPLAY "Unable To Write CashFcst.dat, Status "
                 FcstSummaryStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE FcstSummaryFile.
