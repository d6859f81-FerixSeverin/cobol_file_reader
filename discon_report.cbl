       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCON_REPORT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Discontinued products with stock still to clear.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT HistFile ASSIGN TO HistFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HistFileStatus.
           SELECT BackorderFile ASSIGN TO "Backorder.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BackorderStatus.
           SELECT SubstFile ASSIGN TO "Substitute.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SubstStatus.
           SELECT DisconReport ASSIGN TO "Discon.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DisconReportStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD OrderTransFile.
       01 OrderTransRecord.
           02 OTTimestamp PIC X(21).
           02 OTTimestampNum REDEFINES OTTimestamp.
              03 OTDate PIC 9(8).
              03 FILLER PIC X(13).
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
              03 HTDate PIC 9(8).
              03 FILLER PIC X(13).
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

       FD BackorderFile.
       01 BackorderRecord.
           02 BOTimestamp PIC X(21).
           02 BOCustID PIC 9(5).
           02 BOProdName PIC X(10).
           02 BOSize PIC A.
           02 BOQty PIC 9(5).
           02 BOStatus PIC X.
           02 BOOrdNum PIC 9(7).

       FD SubstFile.
       01 SubstRecord.
           02 SJProdName PIC X(10).
           02 SJSubName PIC X(10).
           02 SJSetDate PIC 9(8).
           02 SJOperator PIC X(8).

       FD DisconReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 ProductFileStatus PIC XX VALUE "00".
       01 OrderTransStatus PIC XX VALUE "00".
       01 HistFileStatus PIC XX VALUE "00".
       01 BackorderStatus PIC XX VALUE "00".
       01 DisconReportStatus PIC XX VALUE "00".
       01 HistFileName PIC X(30).
       01 ProductFileEOF PIC X VALUE 'N'.
       01 OrderEOF PIC X.
       01 HistEOF PIC X.
       01 BackorderEOF PIC X.

       01 HistMonths PIC 99 VALUE 24.
       01 RunDate PIC 9(8).
       01 RunDateParts REDEFINES RunDate.
           02 RunPeriod PIC 9(6).
           02 FILLER PIC 99.
       01 WorkPeriod PIC 9(6).
       01 WorkPeriodParts REDEFINES WorkPeriod.
           02 WPYear PIC 9(4).
           02 WPMonth PIC 99.
       01 MonthSub PIC 99.
       01 SaleProdName PIC X(10).
       01 SaleDate PIC 9(8).

       01 DisconCount PIC 9(4) VALUE ZERO.
       01 DisconTable.
           02 DisconEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON DisconCount
                 INDEXED BY DCX.
              03 DTProdName PIC X(10).
              03 DTSizes PIC X(3).
              03 DTPrice PIC 9(3)V99.
              03 DTCost PIC 9(3)V99.
              03 DTShop PIC 9(5).
              03 DTOver PIC 9(5).
              03 DTAlloc PIC 9(5).
              03 DTSizeStock OCCURS 3 TIMES.
                 04 DTSizeShop PIC 9(5).
                 04 DTSizeOver PIC 9(5).
                 04 DTSizeAlloc PIC 9(5).
              03 DTLastSale PIC 9(8).
              03 DTBackQty PIC 9(7).
       01 SizeSub PIC 9.

       01 ProdUnits PIC 9(7).
       01 ProdCostValue PIC 9(9)V99.
       01 ProdSellValue PIC 9(9)V99.
       01 ProdDays PIC 9(5).
       01 ClearedCount PIC 9(5) VALUE ZERO.
       01 StockedCount PIC 9(5) VALUE ZERO.
       01 TotalUnits PIC 9(9) VALUE ZERO.
       01 TotalCostValue PIC 9(11)V99 VALUE ZERO.
       01 TotalSellValue PIC 9(11)V99 VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(31) VALUE
              "DISCONTINUED PRODUCT STOCK AS ".
           02 PrnRunDate PIC 9(8).
       01 Heads.
           02 FILLER PIC X(11) VALUE "Product".
           02 FILLER PIC X(5) VALUE "Size".
           02 FILLER PIC X(7) VALUE "   Shop".
           02 FILLER PIC X(7) VALUE "   Over".
           02 FILLER PIC X(7) VALUE "  Alloc".
           02 FILLER PIC X(15) VALUE "    Cost Value".
           02 FILLER PIC X(14) VALUE "   Sell Value".
           02 FILLER PIC X(8) VALUE "LastSold".
           02 FILLER PIC X(6) VALUE "  Days".
           02 FILLER PIC X(7) VALUE "  Backs".
           02 FILLER PIC X(1) VALUE SPACE.
           02 FILLER PIC X(11) VALUE "Substitute".
           02 FILLER PIC X(7) VALUE "Flag".
       01 DetailLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSize PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShop PIC ZZZZZZ9.
           02 PrnOver PIC ZZZZZZ9.
           02 PrnAlloc PIC ZZZZZZ9.
           02 PrnCostValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSellValue PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLastSale PIC X(8).
           02 PrnDays PIC ZZZZZ9.
           02 PrnBackQty PIC ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSubst PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFlag PIC X(7).
       01 TotalLine.
           02 PrnTotLabel PIC X(16).
           02 PrnTotCount PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnTotUnits PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(7) VALUE " Units ".
           02 PrnTotCost PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotSell PIC ZZZ,ZZZ,ZZ9.99.
       01 ClearedLine.
           02 FILLER PIC X(16) VALUE "Cleared :".
           02 PrnClearedCount PIC ZZZZ9.
           02 FILLER PIC X(19) VALUE "   Discontinued : ".
           02 PrnDisconCount PIC ZZZZ9.

       COPY SITEWS.
       COPY SUBSTWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadDiscontinued
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF
           IF DisconCount > ZERO
              PERFORM ReadHistFiles
              PERFORM ReadLiveOrders
              PERFORM ReadBackorders
              PERFORM LoadSubstitutes
           END-IF
           PERFORM PrintDisconReport
           DISPLAY "Discontinued Products : " DisconCount
           DISPLAY "Still Holding Stock : " StockedCount
           DISPLAY "Cleared : " ClearedCount.
           GOBACK.

       COPY SITEPROC.

       COPY SUBSTPROC.

       LoadDiscontinued.
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ProductFileEOF = 'Y'
              READ ProductFile NEXT RECORD
                 AT END MOVE 'Y' TO ProductFileEOF
                 NOT AT END
                    IF PMStatus = 'D'
                       PERFORM StoreDiscontinued
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ProductFile.

       StoreDiscontinued.
           IF DisconCount >= 2000
              DISPLAY "Discontinued Table Full, Product Skipped : "
                 PMProdName
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO DisconCount
           SET DCX TO DisconCount
           MOVE PMProdName TO DTProdName(DCX)
           MOVE SPACES TO DTSizes(DCX)
           MOVE ZERO TO DTPrice(DCX) DTCost(DCX) DTShop(DCX)
              DTOver(DCX) DTAlloc(DCX) DTLastSale(DCX) DTBackQty(DCX)
           IF PMProdPrice IS NUMERIC
              MOVE PMProdPrice TO DTPrice(DCX)
           END-IF
           IF PMUnitCost IS NUMERIC
              MOVE PMUnitCost TO DTCost(DCX)
           END-IF
           IF PMQtyOnHand IS NUMERIC
              MOVE PMQtyOnHand TO DTShop(DCX)
           END-IF
           IF PMQtyLoc2 IS NUMERIC
              MOVE PMQtyLoc2 TO DTOver(DCX)
           END-IF
           IF PMQtyAlloc IS NUMERIC
              MOVE PMQtyAlloc TO DTAlloc(DCX)
           END-IF
           PERFORM VARYING SizeSub FROM 1 BY 1 UNTIL SizeSub > 3
              MOVE PMProdSizes(SizeSub) TO DTSizes(DCX)(SizeSub:1)
              MOVE ZERO TO DTSizeShop(DCX, SizeSub)
                 DTSizeOver(DCX, SizeSub) DTSizeAlloc(DCX, SizeSub)
              IF PMSizeOnHand(SizeSub) IS NUMERIC
                 MOVE PMSizeOnHand(SizeSub)
                    TO DTSizeShop(DCX, SizeSub)
              END-IF
              IF PMSizeLoc2(SizeSub) IS NUMERIC
                 MOVE PMSizeLoc2(SizeSub) TO DTSizeOver(DCX, SizeSub)
              END-IF
              IF PMSizeAlloc(SizeSub) IS NUMERIC
                 MOVE PMSizeAlloc(SizeSub)
                    TO DTSizeAlloc(DCX, SizeSub)
              END-IF
           END-PERFORM.

       ReadHistFiles.
           MOVE RunPeriod TO WorkPeriod
           PERFORM VARYING MonthSub FROM 1 BY 1
              UNTIL MonthSub > HistMonths
              PERFORM ReadOneHistFile
              IF WPMonth = 1
                 SUBTRACT 1 FROM WPYear
                 MOVE 12 TO WPMonth
              ELSE
                 SUBTRACT 1 FROM WPMonth
              END-IF
           END-PERFORM.

       ReadOneHistFile.
           MOVE SPACES TO HistFileName
           STRING "OrderHist." DELIMITED BY SIZE
              WorkPeriod DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO HistFileName
           END-STRING
           MOVE 'N' TO HistEOF
           OPEN INPUT HistFile
           IF HistFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HistEOF = 'Y'
              READ HistFile
                 AT END MOVE 'Y' TO HistEOF
                 NOT AT END
                    IF HTDate IS NUMERIC AND HTStatus NOT = 'C'
                       MOVE HTProdName TO SaleProdName
                       MOVE HTDate TO SaleDate
                       PERFORM NoteSale
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HistFile.

       ReadLiveOrders.
           MOVE 'N' TO OrderEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OrderEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO OrderEOF
                 NOT AT END
                    IF OTDate IS NUMERIC AND OTStatus NOT = 'C'
                       MOVE OTProdName TO SaleProdName
                       MOVE OTDate TO SaleDate
                       PERFORM NoteSale
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OrderTransFile.

       NoteSale.
           SET DCX TO 1
           SEARCH DisconEntry
              AT END CONTINUE
              WHEN DTProdName(DCX) = SaleProdName
                 IF SaleDate > DTLastSale(DCX)
                    MOVE SaleDate TO DTLastSale(DCX)
                 END-IF
           END-SEARCH.

       ReadBackorders.
           MOVE 'N' TO BackorderEOF
           OPEN INPUT BackorderFile
           IF BackorderStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BackorderEOF = 'Y'
              READ BackorderFile
                 AT END MOVE 'Y' TO BackorderEOF
                 NOT AT END
                    IF BOStatus = 'O' AND BOQty IS NUMERIC
                       SET DCX TO 1
                       SEARCH DisconEntry
                          AT END CONTINUE
                          WHEN DTProdName(DCX) = BOProdName
                             ADD BOQty TO DTBackQty(DCX)
                       END-SEARCH
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BackorderFile.

       PrintDisconReport.
           OPEN OUTPUT DisconReport
           IF DisconReportStatus NOT = "00"
              DISPLAY "Unable To Open Discon.rpt, Status "
                 DisconReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           IF DisconCount = ZERO
              MOVE "No Discontinued Products" TO PrintLine
              WRITE PrintLine
              CLOSE DisconReport
              EXIT PARAGRAPH
           END-IF
           WRITE PrintLine FROM Heads
           PERFORM VARYING DCX FROM 1 BY 1 UNTIL DCX > DisconCount
              PERFORM PrintOneProduct
           END-PERFORM
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "Holding Stock :" TO PrnTotLabel
           MOVE StockedCount TO PrnTotCount
           MOVE TotalUnits TO PrnTotUnits
           MOVE TotalCostValue TO PrnTotCost
           MOVE TotalSellValue TO PrnTotSell
           WRITE PrintLine FROM TotalLine
           MOVE ClearedCount TO PrnClearedCount
           MOVE DisconCount TO PrnDisconCount
           WRITE PrintLine FROM ClearedLine
           IF DisconReportStatus NOT = "00"
              DISPLAY "Unable To Write Discon.rpt, Status "
                 DisconReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE DisconReport.

       PrintOneProduct.
           COMPUTE ProdUnits = DTShop(DCX) + DTOver(DCX)
           COMPUTE ProdCostValue = ProdUnits * DTCost(DCX)
           COMPUTE ProdSellValue = ProdUnits * DTPrice(DCX)
           MOVE SPACES TO DetailLine
           MOVE DTProdName(DCX) TO PrnProdName
           MOVE "All" TO PrnSize
           MOVE DTShop(DCX) TO PrnShop
           MOVE DTOver(DCX) TO PrnOver
           MOVE DTAlloc(DCX) TO PrnAlloc
           MOVE ProdCostValue TO PrnCostValue
           MOVE ProdSellValue TO PrnSellValue
           IF DTLastSale(DCX) = ZERO
              MOVE "NONE" TO PrnLastSale
              MOVE ZERO TO PrnDays
           ELSE
              MOVE DTLastSale(DCX) TO PrnLastSale
              COMPUTE ProdDays = FUNCTION INTEGER-OF-DATE(RunDate)
                 - FUNCTION INTEGER-OF-DATE(DTLastSale(DCX))
              MOVE ProdDays TO PrnDays
           END-IF
           MOVE DTBackQty(DCX) TO PrnBackQty
           MOVE DTProdName(DCX) TO SubstWanted
           PERFORM FindSubstitute
           MOVE SubstName TO PrnSubst
           IF ProdUnits = ZERO AND DTAlloc(DCX) = ZERO
              AND DTBackQty(DCX) = ZERO
              MOVE "CLEARED" TO PrnFlag
              ADD 1 TO ClearedCount
           ELSE
              MOVE "STOCK" TO PrnFlag
              ADD 1 TO StockedCount
              ADD ProdUnits TO TotalUnits
              ADD ProdCostValue TO TotalCostValue
              ADD ProdSellValue TO TotalSellValue
           END-IF
           WRITE PrintLine FROM DetailLine
           PERFORM VARYING SizeSub FROM 1 BY 1 UNTIL SizeSub > 3
              IF DTSizes(DCX)(SizeSub:1) NOT = SPACE
                 AND (DTSizeShop(DCX, SizeSub) > ZERO
                    OR DTSizeOver(DCX, SizeSub) > ZERO
                    OR DTSizeAlloc(DCX, SizeSub) > ZERO)
                 PERFORM PrintOneSize
              END-IF
           END-PERFORM.

       PrintOneSize.
           COMPUTE ProdUnits = DTSizeShop(DCX, SizeSub)
              + DTSizeOver(DCX, SizeSub)
           COMPUTE ProdCostValue = ProdUnits * DTCost(DCX)
           COMPUTE ProdSellValue = ProdUnits * DTPrice(DCX)
           MOVE SPACES TO DetailLine
           MOVE SPACES TO PrnProdName
           MOVE DTSizes(DCX)(SizeSub:1) TO PrnSize
           MOVE DTSizeShop(DCX, SizeSub) TO PrnShop
           MOVE DTSizeOver(DCX, SizeSub) TO PrnOver
           MOVE DTSizeAlloc(DCX, SizeSub) TO PrnAlloc
           MOVE ProdCostValue TO PrnCostValue
           MOVE ProdSellValue TO PrnSellValue
           MOVE SPACES TO PrnLastSale PrnSubst PrnFlag
           WRITE PrintLine FROM DetailLine.
