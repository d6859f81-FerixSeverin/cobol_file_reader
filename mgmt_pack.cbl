           SELECT BackorderFile ASSIGN TO "Backorder.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BackorderStatus.
           SELECT FcstSummaryFile ASSIGN TO "CashFcst.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FcstSummaryStatus.
           SELECT BudgetSumFile ASSIGN TO "BudgetSum.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BudgetSumStatus.
           SELECT PackReport ASSIGN TO "MgmtPack.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PackReportStatus.
           02 PMStatus PIC X.
           02 PMQtyLoc2 PIC 9(5).
           02 PMCategory PIC X(6).
           02 PMUnitCost PIC 9(3)V99.
           02 PMSizeStock OCCURS 3 TIMES.
              03 PMSizeOnHand PIC 9(5).
              03 PMSizeReorder PIC 9(5).
              03 PMSizeLoc2 PIC 9(5).
           02 PMQtyAlloc PIC 9(5).
           02 PMSizeAlloc PIC 9(5) OCCURS 3 TIMES.
           02 PMOrderQty PIC 9(5).

       FD BackorderFile.
       01 BackorderRecord.
           02 BOStatus PIC X.
           02 BOOrdNum PIC 9(7).

       FD FcstSummaryFile.
       01 FcstSummaryRecord.
           02 FSRunDate PIC 9(8).
           02 FSWeekAmt PIC 9(9)V99 OCCURS 8 TIMES.
           02 FSLater PIC 9(9)V99.
           02 FSPastExpected PIC 9(9)V99.

       FD BudgetSumFile.
       01 BudgetSumRecord.
           02 BSPeriod PIC 9(6).
           02 BSCategory PIC X(6).
           02 BSMonthBudget PIC 9(9)V99.
           02 BSMonthActual PIC 9(9)V99.
           02 BSYTDBudget PIC 9(9)V99.
           02 BSYTDActual PIC 9(9)V99.
           02 BSYearBudget PIC 9(9)V99.
           02 BSProjection PIC 9(9)V99.

       FD PackReport.
       01 PrintLine PIC X(80).

       01 ProductFileStatus PIC XX VALUE "00".
       01 BackorderStatus PIC XX VALUE "00".
       01 PackReportStatus PIC XX VALUE "00".
       01 FcstSummaryStatus PIC XX VALUE "00".
       01 BudgetSumStatus PIC XX VALUE "00".
       01 HistFileName PIC X(30).

       01 OrderEOF PIC X.
       01 AREOF PIC X.
       01 ProductEOF PIC X.
       01 BackorderEOF PIC X.
       01 BudgetSumEOF PIC X.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
       01 OpenBOCount PIC 9(5) VALUE ZERO.
       01 OpenBOQty PIC 9(7) VALUE ZERO.

       01 HaveForecast PIC X VALUE 'N'.
       01 ForecastTotal PIC 9(9)V99 VALUE ZERO.
       01 FcstSub PIC 99.
       01 FcstStartInt PIC 9(7).

       01 HaveBudget PIC X VALUE 'N'.
       01 BudgetPeriod PIC 9(6).
       01 BudgetTotals.
           02 TotMonthBudget PIC 9(11)V99.
           02 TotMonthActual PIC 9(11)V99.
           02 TotYTDBudget PIC 9(11)V99.
           02 TotYTDActual PIC 9(11)V99.
           02 TotProjection PIC 9(11)V99.
       01 BudgetLineAmounts.
           02 LineMonthBudget PIC 9(11)V99.
           02 LineMonthActual PIC 9(11)V99.
           02 LineYTDBudget PIC 9(11)V99.
           02 LineYTDActual PIC 9(11)V99.
           02 LineProjection PIC 9(11)V99.
       01 BudgetVariance PIC S9(11)V99.
       01 BudgetPct PIC S9(5)V9.

       01 AmountDisplay PIC $$$,$$$,$$9.99-.

       01 PackHeading.
           02 PrnOpenBOCount PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE "  Qty :".
           02 PrnOpenBOQty PIC ZZZZZZ9.
       01 SumForecastLine.
           02 FILLER PIC X(28) VALUE "EXPECTED RECEIPTS 8 WEEKS :".
           02 PrnForecastTotal PIC $$$,$$$,$$9.99.
       01 SumBudgetLine.
           02 FILLER PIC X(28) VALUE "SALES VS BUDGET YEAR TO DATE".
           02 PrnBudgetVariance PIC $$$,$$$,$$9.99-.
       01 BudgetSectionHead.
           02 FILLER PIC X(34) VALUE
              "SALES BUDGET VERSUS ACTUAL PERIOD ".
           02 PrnBudgetPeriod PIC 9(6).
       01 BudgetHeads PIC X(80) VALUE
          "Cat     Mth Budget Mth Actual   Var %  " &
          "YTD Budget YTD Actual   Var %  Projection".
       01 BudgetDetailLine.
           02 PrnBudgetCat PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBudMonthBudget PIC $$,$$$,$$9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBudMonthActual PIC $$,$$$,$$9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBudMonthPct PIC ZZZ9.9-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBudYTDBudget PIC $$,$$$,$$9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBudYTDActual PIC $$,$$$,$$9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBudYTDPct PIC ZZZ9.9-.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBudProjection PIC $$,$$$,$$9.
       01 ForecastSectionHead.
           02 FILLER PIC X(29) VALUE "CASH RECEIPTS FORECAST AS OF ".
           02 PrnForecastDate PIC 9(8).
       01 ForecastHeads PIC X(40) VALUE
          "Week  Starting        Expected".
       01 ForecastDetailLine.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnFcstWeek PIC 9.
           02 FILLER PIC XXX VALUE SPACES.
           02 PrnFcstStart PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnFcstAmt PIC $$$,$$$,$$9.99.
       01 ForecastLaterLine.
           02 FILLER PIC X(16) VALUE "LATER".
           02 PrnFcstLater PIC $$$,$$$,$$9.99.
       01 SalesSectionHead PIC X(40) VALUE
          "SALES BY PRODUCT".
       01 SalesHeads PIC X(50) VALUE
           PERFORM SumARPosition
           PERFORM SumLowStock
           PERFORM SumBackorders
           PERFORM GetCashForecast
           PERFORM GetBudgetSummary
           PERFORM WritePack.
           GOBACK.

                 NOT AT END
                    IF ARAmount IS NUMERIC
                       IF ARType = 'C' OR ARType = 'F'
                          OR ARType = 'R'
                          ADD ARAmount TO ARBalance
                          IF ARPeriod IS NUMERIC
                             AND ARPeriod = RunPeriod
                             AND ARType NOT = 'R'
                             ADD ARAmount TO MonthCharges
                          END-IF
                       ELSE
              CLOSE BackorderFile
           END-IF.

       GetCashForecast.
           OPEN INPUT FcstSummaryFile
           IF FcstSummaryStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ FcstSummaryFile
              AT END CONTINUE
              NOT AT END
                 IF FSRunDate IS NUMERIC
                    MOVE 'Y' TO HaveForecast
                    PERFORM VARYING FcstSub FROM 1 BY 1
                       UNTIL FcstSub > 8
                       IF FSWeekAmt(FcstSub) IS NUMERIC
                          ADD FSWeekAmt(FcstSub) TO ForecastTotal
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ
           CLOSE FcstSummaryFile.

       GetBudgetSummary.
           MOVE ZERO TO BudgetTotals
           MOVE 'N' TO BudgetSumEOF
           OPEN INPUT BudgetSumFile
           IF BudgetSumStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BudgetSumEOF = 'Y'
              READ BudgetSumFile
                 AT END MOVE 'Y' TO BudgetSumEOF
                 NOT AT END
                    IF BSPeriod IS NUMERIC
                       AND BSMonthBudget IS NUMERIC
                       AND BSMonthActual IS NUMERIC
                       AND BSYTDBudget IS NUMERIC
                       AND BSYTDActual IS NUMERIC
                       AND BSProjection IS NUMERIC
                       MOVE 'Y' TO HaveBudget
                       MOVE BSPeriod TO BudgetPeriod
                       ADD BSMonthBudget TO TotMonthBudget
                       ADD BSMonthActual TO TotMonthActual
                       ADD BSYTDBudget TO TotYTDBudget
                       ADD BSYTDActual TO TotYTDActual
                       ADD BSProjection TO TotProjection
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BudgetSumFile.

       WritePack.
           OPEN OUTPUT PackReport.
           IF PackReportStatus NOT = "00"
           MOVE OpenBOCount TO PrnOpenBOCount
           MOVE OpenBOQty TO PrnOpenBOQty
           WRITE PrintLine FROM SumBOLine
           IF HaveForecast = 'Y'
              MOVE ForecastTotal TO PrnForecastTotal
              WRITE PrintLine FROM SumForecastLine
           END-IF
           IF HaveBudget = 'Y'
              COMPUTE BudgetVariance = TotYTDActual - TotYTDBudget
              MOVE BudgetVariance TO PrnBudgetVariance
              WRITE PrintLine FROM SumBudgetLine
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM SalesSectionHead
              MOVE SumExt(SX) TO PrnExt
              WRITE PrintLine FROM SalesDetailLine
           END-PERFORM
           IF HaveBudget = 'Y'
              PERFORM ListBudgetSummary
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM LowStockSectionHead
           PERFORM ListLowStock
           IF HaveForecast = 'Y'
              PERFORM ListCashForecast
           END-IF
           IF PackReportStatus NOT = "00"
              DISPLAY "Unable To Write MgmtPack.rpt, Status "
                 PackReportStatus
           DISPLAY "Management Pack Written, Sales Lines : "
              SalesLines.

       ListBudgetSummary.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE BudgetPeriod TO PrnBudgetPeriod
           WRITE PrintLine FROM BudgetSectionHead
           WRITE PrintLine FROM BudgetHeads
           MOVE 'N' TO BudgetSumEOF
           OPEN INPUT BudgetSumFile
           IF BudgetSumStatus NOT = "00"
              MOVE 'Y' TO BudgetSumEOF
           END-IF
           PERFORM UNTIL BudgetSumEOF = 'Y'
              READ BudgetSumFile
                 AT END MOVE 'Y' TO BudgetSumEOF
                 NOT AT END
                    IF BSPeriod IS NUMERIC
                       AND BSMonthBudget IS NUMERIC
                       AND BSMonthActual IS NUMERIC
                       AND BSYTDBudget IS NUMERIC
                       AND BSYTDActual IS NUMERIC
                       AND BSProjection IS NUMERIC
                       MOVE BSCategory TO PrnBudgetCat
                       MOVE BSMonthBudget TO LineMonthBudget
                       MOVE BSMonthActual TO LineMonthActual
                       MOVE BSYTDBudget TO LineYTDBudget
                       MOVE BSYTDActual TO LineYTDActual
                       MOVE BSProjection TO LineProjection
                       PERFORM WriteBudgetLine
                    END-IF
              END-READ
           END-PERFORM
           IF BudgetSumStatus NOT = "35"
              CLOSE BudgetSumFile
           END-IF
           MOVE "TOTAL" TO PrnBudgetCat
           MOVE BudgetTotals TO BudgetLineAmounts
           PERFORM WriteBudgetLine.

       WriteBudgetLine.
           MOVE LineMonthBudget TO PrnBudMonthBudget
           MOVE LineMonthActual TO PrnBudMonthActual
           MOVE ZERO TO BudgetPct
           IF LineMonthBudget > ZERO
              COMPUTE BudgetPct ROUNDED =
                 (LineMonthActual - LineMonthBudget) * 100
                 / LineMonthBudget
                 ON SIZE ERROR MOVE ZERO TO BudgetPct
              END-COMPUTE
           END-IF
           MOVE BudgetPct TO PrnBudMonthPct
           MOVE LineYTDBudget TO PrnBudYTDBudget
           MOVE LineYTDActual TO PrnBudYTDActual
           MOVE ZERO TO BudgetPct
           IF LineYTDBudget > ZERO
              COMPUTE BudgetPct ROUNDED =
                 (LineYTDActual - LineYTDBudget) * 100
                 / LineYTDBudget
                 ON SIZE ERROR MOVE ZERO TO BudgetPct
              END-COMPUTE
           END-IF
           MOVE BudgetPct TO PrnBudYTDPct
           MOVE LineProjection TO PrnBudProjection
           WRITE PrintLine FROM BudgetDetailLine.

       ListCashForecast.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE FSRunDate TO PrnForecastDate
           WRITE PrintLine FROM ForecastSectionHead
           WRITE PrintLine FROM ForecastHeads
           COMPUTE FcstStartInt = FUNCTION INTEGER-OF-DATE(FSRunDate)
           PERFORM VARYING FcstSub FROM 1 BY 1 UNTIL FcstSub > 8
              MOVE FcstSub TO PrnFcstWeek
              MOVE FUNCTION DATE-OF-INTEGER(FcstStartInt)
                 TO PrnFcstStart
              MOVE FSWeekAmt(FcstSub) TO PrnFcstAmt
              WRITE PrintLine FROM ForecastDetailLine
              ADD 7 TO FcstStartInt
           END-PERFORM
           MOVE FSLater TO PrnFcstLater
           WRITE PrintLine FROM ForecastLaterLine.

       ListLowStock.
           MOVE 'N' TO ProductEOF
           OPEN INPUT ProductFile
