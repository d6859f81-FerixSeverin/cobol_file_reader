       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET_ACTUAL.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Sales budget against actual by category for BUDGET_PERIOD.
      *> Totals are left in BudgetSum.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT HistFile ASSIGN TO HistFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HistFileStatus.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT BudgetFile ASSIGN TO "Budget.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BudgetStatus.
           SELECT BudgetSumFile ASSIGN TO "BudgetSum.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BudgetSumStatus.
           SELECT BudgetReport ASSIGN TO "BudgetActual.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BudgetReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OrderTransFile.
       01 OrderTransRecord.
           02 OTTimestamp PIC X(21).
           02 OTTimestampNum REDEFINES OTTimestamp.
              03 OTPeriod PIC 9(6).
              03 FILLER PIC X(15).
           02 OTCustID PIC 9(5).
           02 OTProdName PIC X(10).
           02 OTSize PIC A.
           02 OTQty PIC 9(5).
           02 OTUnitPrice PIC 9(3)V99.
           02 OTExtPrice PIC 9(7)V99.
           02 OTStatus PIC X.
           02 OTOrdNum PIC 9(7).
           02 OTOperator PIC X(8).
           02 OTLineNum PIC 9(3).
           02 OTTaxAmt PIC 9(5)V99.

       FD HistFile.
       01 HistRecord.
           02 HTTimestamp PIC X(21).
           02 HTTimestampNum REDEFINES HTTimestamp.
              03 HTPeriod PIC 9(6).
              03 FILLER PIC X(15).
           02 HTCustID PIC 9(5).
           02 HTProdName PIC X(10).
           02 HTSize PIC A.
           02 HTQty PIC 9(5).
           02 HTUnitPrice PIC 9(3)V99.
           02 HTExtPrice PIC 9(7)V99.
           02 HTStatus PIC X.
           02 HTOrdNum PIC 9(7).
           02 HTOperator PIC X(8).
           02 HTLineNum PIC 9(3).
           02 HTTaxAmt PIC 9(5)V99.

       FD ProductFile.
       01 ProdMastRecord.
           02 PMProdName PIC X(10).
           02 PMProdSizes PIC A OCCURS 3 TIMES.
           02 PMProdPrice PIC 9(3)V99.
           02 PMQtyOnHand PIC 9(5).
           02 PMReorderPoint PIC 9(5).
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

       FD BudgetFile.
       01 BudgetRecord.
           02 BDYear PIC 9(4).
           02 BDCategory PIC X(6).
           02 BDMonthAmt PIC 9(9)V99 OCCURS 12 TIMES.

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

       FD BudgetReport.
       01 PrintLine PIC X(130).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 HistFileStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".
       01 BudgetSumStatus PIC XX VALUE "00".
       01 BudgetReportStatus PIC XX VALUE "00".
       01 HistFileName PIC X(30).
       01 ScanEOF PIC X.
       01 ProdOpen PIC X VALUE 'N'.
       01 FilesRead PIC 9(3) VALUE ZERO.
       01 LinesTallied PIC 9(7) VALUE ZERO.
       01 PeriodText PIC X(10) VALUE SPACES.

       01 ReportPeriod PIC 9(6).
       01 ReportPeriodParts REDEFINES ReportPeriod.
           02 ReportYear PIC 9(4).
           02 ReportMonth PIC 99.
       01 WorkPeriod PIC 9(6).
       01 WorkPeriodParts REDEFINES WorkPeriod.
           02 WPYear PIC 9(4).
           02 WPMonth PIC 99.
       01 MonthSub PIC 99.
       01 HistMonth PIC 99.

       01 TallyProdName PIC X(10).
       01 TallyPeriod PIC 9(6).
       01 TallyPeriodParts REDEFINES TallyPeriod.
           02 TPYear PIC 9(4).
           02 TPMonth PIC 99.
       01 TallyExt PIC 9(7)V99.
       01 LastProdName PIC X(10) VALUE HIGH-VALUES.
       01 LineCategory PIC X(6).

       01 CatCount PIC 9(3) VALUE ZERO.
       01 CatTable.
           02 CatEntry OCCURS 0 TO 100 TIMES
                 DEPENDING ON CatCount
                 INDEXED BY CX.
              03 CACategory PIC X(6).
              03 CABudget PIC 9(9)V99 OCCURS 12 TIMES.
              03 CAActual PIC 9(9)V99 OCCURS 12 TIMES.
       01 CatSlotFound PIC X.

       01 CatAmounts.
           02 MonthBudget PIC 9(11)V99.
           02 MonthActual PIC 9(11)V99.
           02 YTDBudget PIC 9(11)V99.
           02 YTDActual PIC 9(11)V99.
           02 YearBudget PIC 9(11)V99.
           02 Projection PIC 9(11)V99.
       01 GrandAmounts.
           02 GrandMonthBudget PIC 9(11)V99.
           02 GrandMonthActual PIC 9(11)V99.
           02 GrandYTDBudget PIC 9(11)V99.
           02 GrandYTDActual PIC 9(11)V99.
           02 GrandYearBudget PIC 9(11)V99.
           02 GrandProjection PIC 9(11)V99.
       01 VarianceAmt PIC S9(11)V99.
       01 VariancePct PIC S9(5)V9.

       01 ReportHeading.
           02 FILLER PIC X(34) VALUE
              "SALES BUDGET VERSUS ACTUAL PERIOD ".
           02 PrnReportPeriod PIC 9(6).
       01 BandHeads.
           02 FILLER PIC X(8) VALUE SPACE.
           02 FILLER PIC X(44) VALUE
              "------------------ MONTH -------------------".
           02 FILLER PIC X(3) VALUE SPACE.
           02 FILLER PIC X(44) VALUE
              "--------------- YEAR TO DATE ---------------".
           02 FILLER PIC X(3) VALUE SPACE.
           02 FILLER PIC X(23) VALUE
              "------ FULL YEAR ------".
       01 ColumnHeads.
           02 FILLER PIC X(8) VALUE "Category".
           02 FILLER PIC X(24) VALUE "     Budget      Actual".
           02 FILLER PIC X(20) VALUE "    Variance    Pct".
           02 FILLER PIC X(3) VALUE SPACE.
           02 FILLER PIC X(24) VALUE "     Budget      Actual".
           02 FILLER PIC X(20) VALUE "    Variance    Pct".
           02 FILLER PIC X(3) VALUE SPACE.
           02 FILLER PIC X(23) VALUE "     Budget  Projection".
       01 BudgetDetailLine.
           02 PrnCategory PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMonthBudget PIC $$$,$$$,$$9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMonthActual PIC $$$,$$$,$$9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMonthVar PIC $$$,$$$,$$9-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMonthPct PIC ZZZ9.9-.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnYTDBudget PIC $$$,$$$,$$9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnYTDActual PIC $$$,$$$,$$9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnYTDVar PIC $$$,$$$,$$9-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnYTDPct PIC ZZZ9.9-.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnYearBudget PIC $$$,$$$,$$9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnProjection PIC $$$,$$$,$$9.
       01 FooterNote PIC X(70) VALUE
          "Projection is actual to date plus budget for later months".

       COPY SITEWS.
       COPY BUDGETWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:6) TO ReportPeriod
           ACCEPT PeriodText FROM ENVIRONMENT "BUDGET_PERIOD"
           IF PeriodText NOT = SPACES
              AND FUNCTION TRIM(PeriodText) IS NUMERIC
              MOVE FUNCTION NUMVAL(PeriodText) TO ReportPeriod
           END-IF
           IF ReportMonth < 1 OR ReportMonth > 12
              DISPLAY "Budget Period Not Valid : " ReportPeriod
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LoadBudgets
           PERFORM LoadCategoryBudgets
           OPEN INPUT ProductFile
           IF ProductFileStatus = "00"
              MOVE 'Y' TO ProdOpen
           ELSE
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
           END-IF
           PERFORM ReadHistFiles
           PERFORM ReadLiveOrders
           IF ProdOpen = 'Y'
              CLOSE ProductFile
           END-IF
           PERFORM WriteBudgetReport
           DISPLAY "History Files Read : " FilesRead
           DISPLAY "Order Lines Tallied : " LinesTallied.
           GOBACK.

       COPY SITEPROC.
       COPY BUDGETPROC.

       LoadCategoryBudgets.
           INITIALIZE CatTable
           PERFORM VARYING BGX FROM 1 BY 1 UNTIL BGX > BudgetCount
              IF XBYear(BGX) = ReportYear AND CatCount < 100
                 ADD 1 TO CatCount
                 SET CX TO CatCount
                 MOVE XBCategory(BGX) TO CACategory(CX)
                 PERFORM VARYING MonthSub FROM 1 BY 1
                    UNTIL MonthSub > 12
                    MOVE XBMonthAmt(BGX MonthSub)
                       TO CABudget(CX MonthSub)
                    MOVE ZERO TO CAActual(CX MonthSub)
                 END-PERFORM
              END-IF
           END-PERFORM.

       ReadHistFiles.
           MOVE ReportYear TO WPYear
           PERFORM VARYING HistMonth FROM 1 BY 1
              UNTIL HistMonth > ReportMonth
              MOVE HistMonth TO WPMonth
              PERFORM ReadOneHistFile
           END-PERFORM.

       ReadOneHistFile.
           MOVE SPACES TO HistFileName
           STRING "OrderHist." DELIMITED BY SIZE
              WorkPeriod DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO HistFileName
           END-STRING
           MOVE 'N' TO ScanEOF
           OPEN INPUT HistFile
           IF HistFileStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           ELSE
              ADD 1 TO FilesRead
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ HistFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF HTPeriod IS NUMERIC
                       AND HTStatus NOT = 'C'
                       AND HTStatus NOT = 'H'
                       AND HTExtPrice IS NUMERIC
                       MOVE HTProdName TO TallyProdName
                       MOVE HTPeriod TO TallyPeriod
                       MOVE HTExtPrice TO TallyExt
                       PERFORM TallySale
                    END-IF
              END-READ
           END-PERFORM
           IF HistFileStatus NOT = "35"
              CLOSE HistFile
           END-IF.

       ReadLiveOrders.
           MOVE 'N' TO ScanEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF OTPeriod IS NUMERIC
                       AND OTStatus NOT = 'C'
                       AND OTStatus NOT = 'H'
                       AND OTExtPrice IS NUMERIC
                       MOVE OTProdName TO TallyProdName
                       MOVE OTPeriod TO TallyPeriod
                       MOVE OTExtPrice TO TallyExt
                       PERFORM TallySale
                    END-IF
              END-READ
           END-PERFORM
           IF OrderTransStatus NOT = "35"
              CLOSE OrderTransFile
           END-IF.

       TallySale.
           IF TPYear NOT = ReportYear
              OR TPMonth < 1 OR TPMonth > ReportMonth
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO LinesTallied
           IF TallyProdName NOT = LastProdName
              PERFORM GetLineCategory
           END-IF
           PERFORM FindCatSlot
           ADD TallyExt TO CAActual(CX TPMonth).

       GetLineCategory.
           MOVE TallyProdName TO LastProdName
           MOVE "NOCAT" TO LineCategory
           IF ProdOpen = 'Y'
              MOVE TallyProdName TO PMProdName
              READ ProductFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PMCategory NOT = SPACE
                       MOVE FUNCTION UPPER-CASE(PMCategory)
                          TO LineCategory
                    END-IF
              END-READ
           END-IF.

       FindCatSlot.
           MOVE 'N' TO CatSlotFound
           IF CatCount > 0
              SET CX TO 1
              SEARCH CatEntry
                 AT END CONTINUE
                 WHEN CACategory(CX) = LineCategory
                    MOVE 'Y' TO CatSlotFound
              END-SEARCH
           END-IF
           IF CatSlotFound = 'N'
              IF CatCount >= 100
                 SET CX TO CatCount
              ELSE
                 ADD 1 TO CatCount
                 SET CX TO CatCount
                 MOVE LineCategory TO CACategory(CX)
                 PERFORM VARYING MonthSub FROM 1 BY 1
                    UNTIL MonthSub > 12
                    MOVE ZERO TO CABudget(CX MonthSub)
                       CAActual(CX MonthSub)
                 END-PERFORM
              END-IF
           END-IF.

       WriteBudgetReport.
           OPEN OUTPUT BudgetReport
           IF BudgetReportStatus NOT = "00"
              DISPLAY "Unable To Open BudgetActual.rpt, Status "
                 BudgetReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BudgetSumFile
           IF BudgetSumStatus NOT = "00"
              DISPLAY "Unable To Open BudgetSum.dat, Status "
                 BudgetSumStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE ReportPeriod TO PrnReportPeriod
           WRITE PrintLine FROM ReportHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM BandHeads
           WRITE PrintLine FROM ColumnHeads
           MOVE ZERO TO GrandAmounts
           PERFORM WriteOneCategory
              VARYING CX FROM 1 BY 1 UNTIL CX > CatCount
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "TOTAL" TO PrnCategory
           MOVE GrandAmounts TO CatAmounts
           PERFORM FormatAmounts
           WRITE PrintLine FROM BudgetDetailLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM FooterNote
           IF BudgetReportStatus NOT = "00"
              DISPLAY "Unable To Write BudgetActual.rpt, Status "
                 BudgetReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           IF BudgetSumStatus = "00"
              CLOSE BudgetSumFile
           END-IF
           CLOSE BudgetReport.

       WriteOneCategory.
           MOVE ZERO TO CatAmounts
           PERFORM VARYING MonthSub FROM 1 BY 1 UNTIL MonthSub > 12
              ADD CABudget(CX MonthSub) TO YearBudget
              IF MonthSub <= ReportMonth
                 ADD CABudget(CX MonthSub) TO YTDBudget
                 ADD CAActual(CX MonthSub) TO YTDActual
              ELSE
                 ADD CABudget(CX MonthSub) TO Projection
              END-IF
           END-PERFORM
           ADD YTDActual TO Projection
           MOVE CABudget(CX ReportMonth) TO MonthBudget
           MOVE CAActual(CX ReportMonth) TO MonthActual
           ADD MonthBudget TO GrandMonthBudget
           ADD MonthActual TO GrandMonthActual
           ADD YTDBudget TO GrandYTDBudget
           ADD YTDActual TO GrandYTDActual
           ADD YearBudget TO GrandYearBudget
           ADD Projection TO GrandProjection
           MOVE CACategory(CX) TO PrnCategory
           PERFORM FormatAmounts
           WRITE PrintLine FROM BudgetDetailLine
           IF BudgetReportStatus NOT = "00"
              DISPLAY "Unable To Write BudgetActual.rpt, Status "
                 BudgetReportStatus
           END-IF
           IF BudgetSumStatus = "00"
              MOVE ReportPeriod TO BSPeriod
              MOVE CACategory(CX) TO BSCategory
              MOVE MonthBudget TO BSMonthBudget
              MOVE MonthActual TO BSMonthActual
              MOVE YTDBudget TO BSYTDBudget
              MOVE YTDActual TO BSYTDActual
              MOVE YearBudget TO BSYearBudget
              MOVE Projection TO BSProjection
              WRITE BudgetSumRecord
              IF BudgetSumStatus NOT = "00"
                 DISPLAY "Unable To Write BudgetSum.dat, Status "
                    BudgetSumStatus
              END-IF
           END-IF.

       FormatAmounts.
           MOVE MonthBudget TO PrnMonthBudget
           MOVE MonthActual TO PrnMonthActual
           COMPUTE VarianceAmt = MonthActual - MonthBudget
           MOVE VarianceAmt TO PrnMonthVar
           MOVE ZERO TO VariancePct
           IF MonthBudget > ZERO
              COMPUTE VariancePct ROUNDED =
                 VarianceAmt * 100 / MonthBudget
                 ON SIZE ERROR MOVE ZERO TO VariancePct
              END-COMPUTE
           END-IF
           MOVE VariancePct TO PrnMonthPct
           MOVE YTDBudget TO PrnYTDBudget
           MOVE YTDActual TO PrnYTDActual
           COMPUTE VarianceAmt = YTDActual - YTDBudget
           MOVE VarianceAmt TO PrnYTDVar
           MOVE ZERO TO VariancePct
           IF YTDBudget > ZERO
              COMPUTE VariancePct ROUNDED =
                 VarianceAmt * 100 / YTDBudget
                 ON SIZE ERROR MOVE ZERO TO VariancePct
              END-COMPUTE
           END-IF
           MOVE VariancePct TO PrnYTDPct
           MOVE YearBudget TO PrnYearBudget
           MOVE Projection TO PrnProjection.
