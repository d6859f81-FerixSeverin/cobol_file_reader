       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMAND_FORECAST.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Monthly demand forecast and reorder proposals to
      *> ForecastProp.dat.
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
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT SuppItemFile ASSIGN TO "SuppItem.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SuppItemStatus.
           SELECT ProposalFile ASSIGN TO "ForecastProp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProposalStatus.
           SELECT ForecastReport ASSIGN TO "Forecast.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ForecastReportStatus.

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

       FD SuppItemFile.
       01 SuppItemRecord.
           02 SISuppID PIC 9(5).
           02 SIProdName PIC X(10).
           02 SIUnitCost PIC 9(3)V99.
           02 SIMinQty PIC 9(5).
           02 SILeadDays PIC 9(3).
           02 SIStatus PIC X.

       FD ProposalFile.
       01 ProposalRecord.
           02 FPPeriod PIC 9(6).
           02 FPProdName PIC X(10).
           02 FPAvgDemand PIC 9(5)V9.
           02 FPSeasonIdx PIC 9V99.
           02 FPForecast PIC 9(5).
           02 FPLeadDays PIC 9(3).
           02 FPOldReorder PIC 9(5).
           02 FPNewReorder PIC 9(5).
           02 FPOldOrderQty PIC 9(5).
           02 FPNewOrderQty PIC 9(5).
           02 FPSizeReorder PIC 9(5) OCCURS 3 TIMES.
           02 FPStatus PIC X.
           02 FPReviewer PIC X(8).
           02 FPTimestamp PIC X(21).

       FD ForecastReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 HistFileStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".
       01 SuppItemStatus PIC XX VALUE "00".
       01 ProposalStatus PIC XX VALUE "00".
       01 ForecastReportStatus PIC XX VALUE "00".
       01 HistFileName PIC X(30).
       01 OrderEOF PIC X.
       01 HistEOF PIC X.
       01 ProductFileEOF PIC X VALUE 'N'.
       01 SuppItemEOF PIC X.
       01 LinesTallied PIC 9(7) VALUE ZERO.
       01 FilesRead PIC 9(3) VALUE ZERO.
       01 ProposedCount PIC 9(5) VALUE ZERO.
       01 NoDemandCount PIC 9(5) VALUE ZERO.

       01 DefaultLeadDays PIC 9(3) VALUE 14.
       01 SafetyFactor PIC 9V99 VALUE 1.50.
       01 MinSeasonIdx PIC 9V99 VALUE 0.50.
       01 MaxSeasonIdx PIC 9V99 VALUE 2.00.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunPeriod PIC 9(6).
           02 FILLER PIC X(15).
       01 WorkPeriod PIC 9(6).
       01 WorkPeriodParts REDEFINES WorkPeriod.
           02 WPYear PIC 9(4).
           02 WPMonth PIC 99.
       01 MonthSub PIC 99.
       01 BackSub PIC 99.
       01 PeriodTable.
           02 DemandPeriod OCCURS 24 TIMES PIC 9(6).
       01 PeriodIndex PIC 99.
       01 PeriodFound PIC X.

       01 ProdCount PIC 9(4) VALUE ZERO.
       01 DemandTable.
           02 DemandEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON ProdCount
                 INDEXED BY DX.
              03 DMProdName PIC X(10).
              03 DMMonth OCCURS 24 TIMES PIC 9(7).
              03 DMSizeLetter OCCURS 3 TIMES PIC A.
              03 DMSizeQty OCCURS 3 TIMES PIC 9(7).
       01 ProdSlotFound PIC X.
       01 TallyProdName PIC X(10).
       01 TallyPeriod PIC 9(6).
       01 TallySize PIC A.
       01 TallyQty PIC 9(5).

       01 ItemCount PIC 9(4) VALUE ZERO.
       01 ItemTable.
           02 ItemEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON ItemCount
                 INDEXED BY IX.
              03 ITProdName PIC X(10).
              03 ITUnitCost PIC 9(3)V99.
              03 ITMinQty PIC 9(5).
              03 ITLeadDays PIC 9(3).
       01 BestItem PIC 9(4).
       01 LeadDays PIC 9(3).
       01 MinQty PIC 9(5).

       01 MovingAvg PIC 9(7)V99.
       01 LastYearAvg PIC 9(7)V99.
       01 SeasonIdx PIC 9V99.
       01 ForecastQty PIC 9(7).
       01 NewReorder PIC 9(7).
       01 NewOrderQty PIC 9(7).
       01 YearDemand PIC 9(9).
       01 SizeDemandTotal PIC 9(9).
       01 SizeShare PIC 9(7).
       01 ReorderLeft PIC 9(7).
       01 CarriedCount PIC 9.
       01 CarriedSeen PIC 9.
       01 SizeLetterIx PIC 9.
       01 LetterFound PIC X.

       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
              "DEMAND FORECAST AND REORDER PROPOSAL".
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnRunPeriod PIC 9(6).
       01 ReportHeads.
           02 FILLER PIC X(40) VALUE
              "Product    Mov Avg  Seas  Forecast Lead ".
           02 FILLER PIC X(40) VALUE
              "   Reorder Old/New     Order Qty Old/New".
       01 DetailLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnMovingAvg PIC ZZZZ9.9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSeasonIdx PIC 9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnForecast PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnLeadDays PIC ZZ9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnOldReorder PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE " / ".
           02 PrnNewReorder PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE SPACE.
           02 PrnOldOrderQty PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE " / ".
           02 PrnNewOrderQty PIC ZZZZ9.
       01 FooterLine.
           02 FILLER PIC X(26) VALUE "Proposals Written".
           02 FILLER PIC X(3) VALUE " : ".
           02 PrnProposedCount PIC ZZZZ9.

       COPY SITEWS.
       COPY SIZEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM BuildPeriodTable
           PERFORM ReadHistFiles
           PERFORM ReadLiveOrders
           PERFORM LoadSupplierItems
           PERFORM WriteProposals
           DISPLAY "History Files Read : " FilesRead
           DISPLAY "Order Lines Tallied : " LinesTallied
           DISPLAY "Reorder Proposals Written : " ProposedCount
           DISPLAY "Products With No Demand : " NoDemandCount.
           GOBACK.

       COPY SITEPROC.

       COPY SIZEPROC.

       BuildPeriodTable.
           MOVE RunPeriod TO WorkPeriod
           PERFORM VARYING BackSub FROM 24 BY -1
              UNTIL BackSub < 1
              MOVE WorkPeriod TO DemandPeriod(BackSub)
              IF WPMonth = 1
                 SUBTRACT 1 FROM WPYear
                 MOVE 12 TO WPMonth
              ELSE
                 SUBTRACT 1 FROM WPMonth
              END-IF
           END-PERFORM.

       ReadHistFiles.
           PERFORM ReadOneHistFile
              VARYING MonthSub FROM 1 BY 1 UNTIL MonthSub > 24.

       ReadOneHistFile.
           MOVE SPACES TO HistFileName
           STRING "OrderHist." DELIMITED BY SIZE
              DemandPeriod(MonthSub) DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO HistFileName
           END-STRING
           MOVE 'N' TO HistEOF
           OPEN INPUT HistFile
           IF HistFileStatus NOT = "00"
              MOVE 'Y' TO HistEOF
           ELSE
              ADD 1 TO FilesRead
           END-IF
           PERFORM UNTIL HistEOF = 'Y'
              READ HistFile
                 AT END MOVE 'Y' TO HistEOF
                 NOT AT END
                    IF HTPeriod IS NUMERIC
                       AND HTStatus NOT = 'C'
                       AND HTQty IS NUMERIC
                       MOVE HTProdName TO TallyProdName
                       MOVE HTPeriod TO TallyPeriod
                       MOVE HTSize TO TallySize
                       MOVE HTQty TO TallyQty
                       PERFORM TallyDemand
                    END-IF
              END-READ
           END-PERFORM
           IF HistFileStatus NOT = "35"
              CLOSE HistFile
           END-IF.

       ReadLiveOrders.
           MOVE 'N' TO OrderEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              MOVE 'Y' TO OrderEOF
           END-IF
           PERFORM UNTIL OrderEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO OrderEOF
                 NOT AT END
                    IF OTPeriod IS NUMERIC
                       AND OTStatus NOT = 'C'
                       AND OTQty IS NUMERIC
                       MOVE OTProdName TO TallyProdName
                       MOVE OTPeriod TO TallyPeriod
                       MOVE OTSize TO TallySize
                       MOVE OTQty TO TallyQty
                       PERFORM TallyDemand
                    END-IF
              END-READ
           END-PERFORM
           IF OrderTransStatus NOT = "35"
              CLOSE OrderTransFile
           END-IF.

       TallyDemand.
           PERFORM FindPeriodIndex
           IF PeriodFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ProdSlotFound
           IF ProdCount > 0
              SET DX TO 1
              SEARCH DemandEntry
                 AT END CONTINUE
                 WHEN DMProdName(DX) = TallyProdName
                    MOVE 'Y' TO ProdSlotFound
              END-SEARCH
           END-IF
           IF ProdSlotFound = 'N'
              IF ProdCount >= 1000
                 DISPLAY "Demand Table Full, Line Skipped For "
                    TallyProdName
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO ProdCount
              SET DX TO ProdCount
              MOVE TallyProdName TO DMProdName(DX)
              PERFORM VARYING MonthSub FROM 1 BY 1
                 UNTIL MonthSub > 24
                 MOVE ZERO TO DMMonth(DX MonthSub)
              END-PERFORM
              PERFORM VARYING SizeLetterIx FROM 1 BY 1
                 UNTIL SizeLetterIx > 3
                 MOVE SPACE TO DMSizeLetter(DX SizeLetterIx)
                 MOVE ZERO TO DMSizeQty(DX SizeLetterIx)
              END-PERFORM
           END-IF
           ADD 1 TO LinesTallied
           ADD TallyQty TO DMMonth(DX PeriodIndex)
              ON SIZE ERROR MOVE 9999999 TO DMMonth(DX PeriodIndex)
           END-ADD
           IF PeriodIndex >= 12 AND PeriodIndex <= 23
              PERFORM TallySizeDemand
           END-IF.

       TallySizeDemand.
           MOVE FUNCTION UPPER-CASE(TallySize) TO TallySize
           MOVE 'N' TO LetterFound
           PERFORM VARYING SizeLetterIx FROM 1 BY 1
              UNTIL SizeLetterIx > 3 OR LetterFound = 'Y'
              IF DMSizeLetter(DX SizeLetterIx) = TallySize
                 OR DMSizeLetter(DX SizeLetterIx) = SPACE
                 MOVE TallySize TO DMSizeLetter(DX SizeLetterIx)
                 ADD TallyQty TO DMSizeQty(DX SizeLetterIx)
                    ON SIZE ERROR CONTINUE
                 END-ADD
                 MOVE 'Y' TO LetterFound
              END-IF
           END-PERFORM.

       FindPeriodIndex.
           MOVE 'N' TO PeriodFound
           PERFORM VARYING PeriodIndex FROM 1 BY 1
              UNTIL PeriodIndex > 24 OR PeriodFound = 'Y'
              IF DemandPeriod(PeriodIndex) = TallyPeriod
                 MOVE 'Y' TO PeriodFound
              END-IF
           END-PERFORM
           IF PeriodFound = 'Y'
              SUBTRACT 1 FROM PeriodIndex
           END-IF.

       LoadSupplierItems.
           MOVE 'N' TO SuppItemEOF
           OPEN INPUT SuppItemFile
           IF SuppItemStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SuppItemEOF = 'Y'
              READ SuppItemFile
                 AT END MOVE 'Y' TO SuppItemEOF
                 NOT AT END
                    IF SIStatus NOT = 'D' AND ItemCount < 2000
                       AND SIUnitCost IS NUMERIC
                       ADD 1 TO ItemCount
                       MOVE SIProdName TO ITProdName(ItemCount)
                       MOVE SIUnitCost TO ITUnitCost(ItemCount)
                       MOVE SIMinQty TO ITMinQty(ItemCount)
                       MOVE SILeadDays TO ITLeadDays(ItemCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SuppItemFile.

       ChooseBestSupplier.
           MOVE ZERO TO BestItem
           MOVE DefaultLeadDays TO LeadDays
           MOVE ZERO TO MinQty
           PERFORM CompareOneItem
              VARYING IX FROM 1 BY 1 UNTIL IX > ItemCount
           IF BestItem > ZERO
              SET IX TO BestItem
              MOVE ITLeadDays(IX) TO LeadDays
              MOVE ITMinQty(IX) TO MinQty
           END-IF.

       CompareOneItem.
           IF ITProdName(IX) = PMProdName
              IF BestItem = ZERO
                 SET BestItem TO IX
              ELSE
                 IF ITUnitCost(IX) < ITUnitCost(BestItem)
                    OR (ITUnitCost(IX) = ITUnitCost(BestItem)
                    AND ITLeadDays(IX) < ITLeadDays(BestItem))
                    SET BestItem TO IX
                 END-IF
              END-IF
           END-IF.

       WriteProposals.
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ProposalFile
           IF ProposalStatus NOT = "00"
              DISPLAY "Unable To Open ForecastProp.dat, Status "
                 ProposalStatus
              MOVE 1 TO RETURN-CODE
              CLOSE ProductFile
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ForecastReport
           IF ForecastReportStatus NOT = "00"
              DISPLAY "Unable To Open Forecast.rpt, Status "
                 ForecastReportStatus
              MOVE 1 TO RETURN-CODE
              CLOSE ProductFile, ProposalFile
              EXIT PARAGRAPH
           END-IF
           MOVE RunPeriod TO PrnRunPeriod
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM ReportHeads
           PERFORM UNTIL ProductFileEOF = 'Y'
              READ ProductFile NEXT RECORD
                 AT END MOVE 'Y' TO ProductFileEOF
                 NOT AT END
                    IF PMStatus NOT = 'D'
                       PERFORM ForecastOneProduct
                    END-IF
              END-READ
           END-PERFORM
           MOVE ProposedCount TO PrnProposedCount
           WRITE PrintLine FROM FooterLine
           IF ForecastReportStatus NOT = "00"
              DISPLAY "Unable To Write Forecast.rpt, Status "
                 ForecastReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE ProductFile, ProposalFile, ForecastReport.

       ForecastOneProduct.
           MOVE 'N' TO ProdSlotFound
           IF ProdCount > 0
              SET DX TO 1
              SEARCH DemandEntry
                 AT END CONTINUE
                 WHEN DMProdName(DX) = PMProdName
                    MOVE 'Y' TO ProdSlotFound
              END-SEARCH
           END-IF
           IF ProdSlotFound = 'N'
              ADD 1 TO NoDemandCount
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO YearDemand
           PERFORM VARYING MonthSub FROM 12 BY 1 UNTIL MonthSub > 23
              ADD DMMonth(DX MonthSub) TO YearDemand
           END-PERFORM
           IF YearDemand = ZERO
              ADD 1 TO NoDemandCount
              EXIT PARAGRAPH
           END-IF
           PERFORM SumSizeStock
           IF PMOrderQty IS NOT NUMERIC
              MOVE ZERO TO PMOrderQty
           END-IF
           COMPUTE MovingAvg ROUNDED =
              (DMMonth(DX 21) + DMMonth(DX 22) + DMMonth(DX 23)) / 3
           COMPUTE LastYearAvg ROUNDED =
              (DMMonth(DX 9) + DMMonth(DX 10) + DMMonth(DX 11)) / 3
           IF LastYearAvg = ZERO
              MOVE 1.00 TO SeasonIdx
           ELSE
              COMPUTE SeasonIdx ROUNDED =
                 DMMonth(DX 12) / LastYearAvg
                 ON SIZE ERROR MOVE MaxSeasonIdx TO SeasonIdx
              END-COMPUTE
           END-IF
           IF SeasonIdx < MinSeasonIdx
              MOVE MinSeasonIdx TO SeasonIdx
           END-IF
           IF SeasonIdx > MaxSeasonIdx
              MOVE MaxSeasonIdx TO SeasonIdx
           END-IF
           COMPUTE ForecastQty ROUNDED = MovingAvg * SeasonIdx
           PERFORM ChooseBestSupplier
           COMPUTE NewReorder ROUNDED =
              ForecastQty * LeadDays / 30 * SafetyFactor
           IF NewReorder = ZERO AND ForecastQty > ZERO
              MOVE 1 TO NewReorder
           END-IF
           MOVE ForecastQty TO NewOrderQty
           IF NewOrderQty < MinQty
              MOVE MinQty TO NewOrderQty
           END-IF
           IF NewReorder > 99999
              MOVE 99999 TO NewReorder
           END-IF
           IF NewOrderQty > 99999
              MOVE 99999 TO NewOrderQty
           END-IF
           IF NewReorder = PMReorderPoint
              AND NewOrderQty = PMOrderQty
              EXIT PARAGRAPH
           END-IF
           MOVE RunPeriod TO FPPeriod
           MOVE PMProdName TO FPProdName
           MOVE MovingAvg TO FPAvgDemand
           MOVE SeasonIdx TO FPSeasonIdx
           MOVE ForecastQty TO FPForecast
           MOVE LeadDays TO FPLeadDays
           MOVE PMReorderPoint TO FPOldReorder
           MOVE NewReorder TO FPNewReorder
           MOVE PMOrderQty TO FPOldOrderQty
           MOVE NewOrderQty TO FPNewOrderQty
           PERFORM SplitReorderBySize
           MOVE 'P' TO FPStatus
           MOVE SPACES TO FPReviewer
           MOVE RunTimestamp TO FPTimestamp
           WRITE ProposalRecord
           IF ProposalStatus NOT = "00"
              DISPLAY "Unable To Write ForecastProp.dat, Status "
                 ProposalStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ProposedCount
           MOVE PMProdName TO PrnProdName
           MOVE MovingAvg TO PrnMovingAvg
           MOVE SeasonIdx TO PrnSeasonIdx
           MOVE ForecastQty TO PrnForecast
           MOVE LeadDays TO PrnLeadDays
           MOVE PMReorderPoint TO PrnOldReorder
           MOVE NewReorder TO PrnNewReorder
           MOVE PMOrderQty TO PrnOldOrderQty
           MOVE NewOrderQty TO PrnNewOrderQty
           WRITE PrintLine FROM DetailLine.

       SplitReorderBySize.
           MOVE ZERO TO FPSizeReorder(1) FPSizeReorder(2)
              FPSizeReorder(3)
           MOVE ZERO TO CarriedCount SizeDemandTotal
           PERFORM VARYING SizeSlot FROM 1 BY 1 UNTIL SizeSlot > 3
              IF PMProdSizes(SizeSlot) NOT = SPACE
                 ADD 1 TO CarriedCount
                 PERFORM FindSizeDemand
                 ADD SizeShare TO SizeDemandTotal
              END-IF
           END-PERFORM
           IF CarriedCount = ZERO
              MOVE NewReorder TO FPSizeReorder(1)
              EXIT PARAGRAPH
           END-IF
           MOVE NewReorder TO ReorderLeft
           MOVE ZERO TO CarriedSeen
           PERFORM VARYING SizeSlot FROM 1 BY 1 UNTIL SizeSlot > 3
              IF PMProdSizes(SizeSlot) NOT = SPACE
                 ADD 1 TO CarriedSeen
                 IF CarriedSeen = CarriedCount
                    MOVE ReorderLeft TO FPSizeReorder(SizeSlot)
                 ELSE
                    PERFORM FindSizeDemand
                    IF SizeDemandTotal = ZERO
                       COMPUTE FPSizeReorder(SizeSlot) ROUNDED =
                          NewReorder / CarriedCount
                    ELSE
                       COMPUTE FPSizeReorder(SizeSlot) ROUNDED =
                          NewReorder * SizeShare / SizeDemandTotal
                    END-IF
                    IF FPSizeReorder(SizeSlot) > ReorderLeft
                       MOVE ReorderLeft TO FPSizeReorder(SizeSlot)
                    END-IF
                    SUBTRACT FPSizeReorder(SizeSlot) FROM ReorderLeft
                 END-IF
              END-IF
           END-PERFORM.

       FindSizeDemand.
           MOVE ZERO TO SizeShare
           PERFORM VARYING SizeLetterIx FROM 1 BY 1
              UNTIL SizeLetterIx > 3
              IF DMSizeLetter(DX SizeLetterIx) = PMProdSizes(SizeSlot)
                 MOVE DMSizeQty(DX SizeLetterIx) TO SizeShare
              END-IF
           END-PERFORM.
