       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC_CLASS.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> A/B/C class of every active product by 12 months' sales value,
      *> written to CycleCount.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'abcwork.tmp'.
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
           SELECT CycleFile ASSIGN TO "CycleCount.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CycleFileStatus.
           SELECT ABCReport ASSIGN TO "ABCClass.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ABCReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WSortRecord.
           02 WSortValue PIC 9(9)V99.
           02 WSortProdName PIC X(10).

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

       FD CycleFile.
       01 CycleRecord.
           02 CCProdName PIC X(10).
           02 CCClass PIC X.
           02 CCAnnualValue PIC 9(9)V99.
           02 CCLastCount PIC 9(8).

       FD ABCReport.
       01 PrintLine PIC X(70).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 HistFileStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".
       01 CycleFileStatus PIC XX VALUE "00".
       01 ABCReportStatus PIC XX VALUE "00".
       01 HistFileName PIC X(30).
       01 OrderEOF PIC X.
       01 HistEOF PIC X.
       01 ProductFileEOF PIC X VALUE 'N'.
       01 CycleEOF PIC X.
       01 SortedEOF PIC X VALUE 'N'.
       01 EntryFound PIC X.

       01 AClassPct PIC 9(3) VALUE 80.
       01 BClassPct PIC 9(3) VALUE 95.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunPeriod PIC 9(6).
           02 FILLER PIC X(15).
       01 WorkPeriod PIC 9(6).
       01 WorkPeriodParts REDEFINES WorkPeriod.
           02 WPYear PIC 9(4).
           02 WPMonth PIC 99.
       01 MonthSub PIC 99.
       01 PeriodTable.
           02 SalesPeriod OCCURS 12 TIMES PIC 9(6).
       01 PeriodFound PIC X.
       01 TallyProdName PIC X(10).
       01 TallyPeriod PIC 9(6).
       01 TallyValue PIC 9(7)V99.

       01 ValueCount PIC 9(4) VALUE ZERO.
       01 ValueTable.
           02 ValueEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON ValueCount
                 INDEXED BY VX.
              03 VTProdName PIC X(10).
              03 VTValue PIC 9(9)V99.

       01 OldCount PIC 9(4) VALUE ZERO.
       01 OldCycleTable.
           02 OldCycleEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON OldCount
                 INDEXED BY OX.
              03 OCProdName PIC X(10).
              03 OCLastCount PIC 9(8).

       01 TotalValue PIC 9(11)V99 VALUE ZERO.
       01 RunningValue PIC 9(11)V99 VALUE ZERO.
       01 RunningPct PIC 9(3)V99.
       01 ProductValue PIC 9(9)V99.
       01 ClassCounts.
           02 ClassCount PIC 9(5) OCCURS 3 TIMES.
       01 ClassValues.
           02 ClassValue PIC 9(11)V99 OCCURS 3 TIMES.
       01 ClassLetters PIC X(3) VALUE "ABC".
       01 ClassIx PIC 9.
       01 RankedCount PIC 9(5) VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(30) VALUE
              "ABC CLASSIFICATION FOR PERIOD ".
           02 PrnRunPeriod PIC 9(6).
       01 Heads PIC X(60) VALUE
          "Product     Class     12-Month Sales    Cumulative %".
       01 ABCDetailLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnClass PIC X.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnValue PIC $$$$,$$$,$$9.99.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnRunningPct PIC ZZ9.99.
       01 ClassTotalLine.
           02 FILLER PIC X(6) VALUE "Class ".
           02 PrnTotClass PIC X.
           02 FILLER PIC X(3) VALUE " : ".
           02 PrnTotCount PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE " Products  ".
           02 PrnTotValue PIC $$$,$$$,$$$,$$9.99.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM BuildPeriodTable
           PERFORM ReadHistFiles
           PERFORM ReadLiveOrders
           PERFORM LoadOldCycleDates
           MOVE ZERO TO ClassCount(1) ClassCount(2) ClassCount(3)
           MOVE ZERO TO ClassValue(1) ClassValue(2) ClassValue(3)
           SORT WorkFile
              ON DESCENDING KEY WSortValue
              ON ASCENDING KEY WSortProdName
              INPUT PROCEDURE IS SelectProducts
              OUTPUT PROCEDURE IS ClassifyProducts
           DISPLAY "Products Classified : " RankedCount
           DISPLAY "Class A : " ClassCount(1)
              "  Class B : " ClassCount(2)
              "  Class C : " ClassCount(3).
           GOBACK.

       COPY SITEPROC.

       BuildPeriodTable.
           MOVE RunPeriod TO WorkPeriod
           PERFORM VARYING MonthSub FROM 12 BY -1 UNTIL MonthSub < 1
              MOVE WorkPeriod TO SalesPeriod(MonthSub)
              IF WPMonth = 1
                 SUBTRACT 1 FROM WPYear
                 MOVE 12 TO WPMonth
              ELSE
                 SUBTRACT 1 FROM WPMonth
              END-IF
           END-PERFORM.

       ReadHistFiles.
           PERFORM ReadOneHistFile
              VARYING MonthSub FROM 1 BY 1 UNTIL MonthSub > 12.

       ReadOneHistFile.
           MOVE SPACES TO HistFileName
           STRING "OrderHist." DELIMITED BY SIZE
              SalesPeriod(MonthSub) DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO HistFileName
           END-STRING
           MOVE 'N' TO HistEOF
           OPEN INPUT HistFile
           IF HistFileStatus NOT = "00"
              MOVE 'Y' TO HistEOF
           END-IF
           PERFORM UNTIL HistEOF = 'Y'
              READ HistFile
                 AT END MOVE 'Y' TO HistEOF
                 NOT AT END
                    IF HTPeriod IS NUMERIC
                       AND HTStatus NOT = 'C'
                       AND HTExtPrice IS NUMERIC
                       MOVE HTProdName TO TallyProdName
                       MOVE HTPeriod TO TallyPeriod
                       MOVE HTExtPrice TO TallyValue
                       PERFORM TallySales
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
                       AND OTExtPrice IS NUMERIC
                       MOVE OTProdName TO TallyProdName
                       MOVE OTPeriod TO TallyPeriod
                       MOVE OTExtPrice TO TallyValue
                       PERFORM TallySales
                    END-IF
              END-READ
           END-PERFORM
           IF OrderTransStatus NOT = "35"
              CLOSE OrderTransFile
           END-IF.

       TallySales.
           MOVE 'N' TO PeriodFound
           PERFORM VARYING MonthSub FROM 1 BY 1
              UNTIL MonthSub > 12 OR PeriodFound = 'Y'
              IF SalesPeriod(MonthSub) = TallyPeriod
                 MOVE 'Y' TO PeriodFound
              END-IF
           END-PERFORM
           IF PeriodFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EntryFound
           IF ValueCount > 0
              SET VX TO 1
              SEARCH ValueEntry
                 AT END CONTINUE
                 WHEN VTProdName(VX) = TallyProdName
                    MOVE 'Y' TO EntryFound
              END-SEARCH
           END-IF
           IF EntryFound = 'N'
              IF ValueCount >= 1000
                 DISPLAY "Sales Table Full, Line Skipped For "
                    TallyProdName
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO ValueCount
              SET VX TO ValueCount
              MOVE TallyProdName TO VTProdName(VX)
              MOVE ZERO TO VTValue(VX)
           END-IF
           ADD TallyValue TO VTValue(VX)
              ON SIZE ERROR MOVE 999999999.99 TO VTValue(VX)
           END-ADD.

       LoadOldCycleDates.
           MOVE 'N' TO CycleEOF
           OPEN INPUT CycleFile
           IF CycleFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CycleEOF = 'Y'
              READ CycleFile
                 AT END MOVE 'Y' TO CycleEOF
                 NOT AT END
                    IF OldCount < 2000 AND CCLastCount IS NUMERIC
                       ADD 1 TO OldCount
                       MOVE CCProdName TO OCProdName(OldCount)
                       MOVE CCLastCount TO OCLastCount(OldCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CycleFile.

       SelectProducts.
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
                    IF PMStatus NOT = 'D'
                       PERFORM ReleaseOneProduct
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ProductFile.

       ReleaseOneProduct.
           MOVE ZERO TO ProductValue
           IF ValueCount > 0
              SET VX TO 1
              SEARCH ValueEntry
                 AT END CONTINUE
                 WHEN VTProdName(VX) = PMProdName
                    MOVE VTValue(VX) TO ProductValue
              END-SEARCH
           END-IF
           ADD ProductValue TO TotalValue
           MOVE ProductValue TO WSortValue
           MOVE PMProdName TO WSortProdName
           RELEASE WSortRecord.

       ClassifyProducts.
           IF RETURN-CODE NOT = 0
              DISPLAY "CycleCount.dat Left Unchanged"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CycleFile
           IF CycleFileStatus NOT = "00"
              DISPLAY "Unable To Open CycleCount.dat, Status "
                 CycleFileStatus
              MOVE 1 TO RETURN-CODE
              PERFORM UNTIL SortedEOF = 'Y'
                 RETURN WorkFile
                    AT END MOVE 'Y' TO SortedEOF
                 END-RETURN
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ABCReport
           IF ABCReportStatus NOT = "00"
              DISPLAY "Unable To Open ABCClass.rpt, Status "
                 ABCReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE RunPeriod TO PrnRunPeriod
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM Heads
           PERFORM UNTIL SortedEOF = 'Y'
              RETURN WorkFile
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM ClassifyOneProduct
              END-RETURN
           END-PERFORM
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           PERFORM VARYING ClassIx FROM 1 BY 1 UNTIL ClassIx > 3
              MOVE ClassLetters(ClassIx:1) TO PrnTotClass
              MOVE ClassCount(ClassIx) TO PrnTotCount
              MOVE ClassValue(ClassIx) TO PrnTotValue
              WRITE PrintLine FROM ClassTotalLine
           END-PERFORM
           CLOSE CycleFile
           IF ABCReportStatus NOT = "00"
              DISPLAY "Unable To Write ABCClass.rpt, Status "
                 ABCReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE ABCReport.

       ClassifyOneProduct.
           ADD 1 TO RankedCount
           IF TotalValue = ZERO
              MOVE 100 TO RunningPct
           ELSE
              COMPUTE RunningPct = RunningValue * 100 / TotalValue
           END-IF
           EVALUATE TRUE
              WHEN WSortValue = ZERO
                 MOVE 3 TO ClassIx
              WHEN RunningPct < AClassPct
                 MOVE 1 TO ClassIx
              WHEN RunningPct < BClassPct
                 MOVE 2 TO ClassIx
              WHEN OTHER
                 MOVE 3 TO ClassIx
           END-EVALUATE
           ADD WSortValue TO RunningValue
           ADD 1 TO ClassCount(ClassIx)
           ADD WSortValue TO ClassValue(ClassIx)
           MOVE WSortProdName TO CCProdName
           MOVE ClassLetters(ClassIx:1) TO CCClass
           MOVE WSortValue TO CCAnnualValue
           MOVE ZERO TO CCLastCount
           IF OldCount > 0
              SET OX TO 1
              SEARCH OldCycleEntry
                 AT END CONTINUE
                 WHEN OCProdName(OX) = WSortProdName
                    MOVE OCLastCount(OX) TO CCLastCount
              END-SEARCH
           END-IF
           WRITE CycleRecord
           IF CycleFileStatus NOT = "00"
              DISPLAY "Unable To Write CycleCount.dat, Status "
                 CycleFileStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE WSortProdName TO PrnProdName
           MOVE CCClass TO PrnClass
           MOVE WSortValue TO PrnValue
           IF TotalValue = ZERO
              MOVE ZERO TO PrnRunningPct
           ELSE
              COMPUTE PrnRunningPct ROUNDED =
                 RunningValue * 100 / TotalValue
           END-IF
           WRITE PrintLine FROM ABCDetailLine.
