       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROSS_MARGIN.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT MarginReport ASSIGN TO "GrossMargin.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MarginReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OrderTransFile.
       01 OrderTransRecord.
           02 OTTimestamp PIC X(21).
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

       FD MarginReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".
       01 MarginReportStatus PIC XX VALUE "00".
       01 OrderEOF PIC X VALUE 'N'.
       01 LinesSelected PIC 9(7) VALUE ZERO.
       01 NoCostLines PIC 9(7) VALUE ZERO.

       01 ProdOpen PIC X VALUE 'N'.
       01 ProdFound PIC X.
       01 LineCategory PIC X(6).
       01 LineUnitCost PIC 9(3)V99.
       01 LineCost PIC 9(9)V99.

       01 ProdCount PIC 9(4) VALUE ZERO.
       01 ProdTable.
           02 ProdEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON ProdCount
                 INDEXED BY PX.
              03 PTProdName PIC X(10).
              03 PTCategory PIC X(6).
              03 PTQty PIC 9(7).
              03 PTRevenue PIC 9(9)V99.
              03 PTCost PIC 9(9)V99.
       01 ProdSlotFound PIC X.

       01 CatCount PIC 9(3) VALUE ZERO.
       01 CatTable.
           02 CatEntry OCCURS 0 TO 50 TIMES
                 DEPENDING ON CatCount
                 INDEXED BY CX.
              03 CTCategory PIC X(6).
              03 CTQty PIC 9(7).
              03 CTRevenue PIC 9(9)V99.
              03 CTCost PIC 9(9)V99.
       01 CatSlotFound PIC X.

       01 GrandQty PIC 9(7) VALUE ZERO.
       01 GrandRevenue PIC 9(9)V99 VALUE ZERO.
       01 GrandCost PIC 9(9)V99 VALUE ZERO.
       01 MarginAmt PIC S9(9)V99.
       01 MarginPct PIC S9(5)V9.
       01 MarginBase PIC 9(9)V99.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 ReportHeading.
           02 FILLER PIC X(28) VALUE
              "GROSS MARGIN AS AT ".
           02 PrnRunDate PIC 9(8).
       01 ProdSectionHead PIC X(40) VALUE
          "BY PRODUCT".
       01 CatSectionHead PIC X(40) VALUE
          "BY CATEGORY".
       01 Heads.
           02 FILLER PIC X(18) VALUE "Product    Cat".
           02 FILLER PIC X(16) VALUE "    Qty".
           02 FILLER PIC X(15) VALUE "   Revenue".
           02 FILLER PIC X(15) VALUE "      COGS".
           02 FILLER PIC X(16) VALUE "    Margin  Pct".
       01 MarginDetailLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCategory PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnQty PIC ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRevenue PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCost PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMargin PIC $$$,$$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMarginPct PIC ---9.9.
       01 NoCostLine.
           02 FILLER PIC X(36) VALUE
              "ORDER LINES WITH NO UNIT COST : ".
           02 PrnNoCost PIC ZZZZZZ9.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM OpenProductFile
           OPEN INPUT OrderTransFile.
           IF OrderTransStatus NOT = "00"
              DISPLAY "No Order Data Available"
              MOVE 1 TO RETURN-CODE
              IF ProdOpen = 'Y'
                 CLOSE ProductFile
              END-IF
              GOBACK
           END-IF
           PERFORM UNTIL OrderEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO OrderEOF
                 NOT AT END PERFORM TallyOneLine
              END-READ
           END-PERFORM
           CLOSE OrderTransFile
           IF ProdOpen = 'Y'
              CLOSE ProductFile
           END-IF
           PERFORM WriteMarginReport.
           GOBACK.

       COPY SITEPROC.

       OpenProductFile.
           OPEN INPUT ProductFile.
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
           ELSE
              MOVE 'Y' TO ProdOpen
           END-IF.

       TallyOneLine.
           IF OTStatus NOT = 'C' AND OTStatus NOT = 'H'
              AND OTExtPrice IS NUMERIC AND OTQty IS NUMERIC
              ADD 1 TO LinesSelected
              PERFORM GetLineProduct
              COMPUTE LineCost = OTQty * LineUnitCost
              IF LineUnitCost = ZERO
                 ADD 1 TO NoCostLines
              END-IF
              PERFORM FindProdSlot
              ADD OTQty TO PTQty(PX)
              ADD OTExtPrice TO PTRevenue(PX)
              ADD LineCost TO PTCost(PX)
              PERFORM FindCatSlot
              ADD OTQty TO CTQty(CX)
              ADD OTExtPrice TO CTRevenue(CX)
              ADD LineCost TO CTCost(CX)
              ADD OTQty TO GrandQty
              ADD OTExtPrice TO GrandRevenue
              ADD LineCost TO GrandCost
           END-IF.

       GetLineProduct.
           MOVE "NOCAT" TO LineCategory
           MOVE ZERO TO LineUnitCost
           MOVE 'N' TO ProdFound
           IF ProdOpen = 'Y'
              MOVE OTProdName TO PMProdName
              READ ProductFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO ProdFound
                    IF PMCategory NOT = SPACE
                       MOVE PMCategory TO LineCategory
                    END-IF
                    IF PMUnitCost IS NUMERIC
                       MOVE PMUnitCost TO LineUnitCost
                    END-IF
              END-READ
           END-IF.

       FindProdSlot.
           MOVE 'N' TO ProdSlotFound
           IF ProdCount > 0
              SET PX TO 1
              SEARCH ProdEntry
                 AT END CONTINUE
                 WHEN PTProdName(PX) = OTProdName
                    MOVE 'Y' TO ProdSlotFound
              END-SEARCH
           END-IF
           IF ProdSlotFound = 'N'
              IF ProdCount >= 2000
                 SET PX TO ProdCount
              ELSE
                 ADD 1 TO ProdCount
                 SET PX TO ProdCount
                 MOVE OTProdName TO PTProdName(PX)
                 MOVE LineCategory TO PTCategory(PX)
                 MOVE ZERO TO PTQty(PX) PTRevenue(PX) PTCost(PX)
              END-IF
           END-IF.

       FindCatSlot.
           MOVE 'N' TO CatSlotFound
           IF CatCount > 0
              SET CX TO 1
              SEARCH CatEntry
                 AT END CONTINUE
                 WHEN CTCategory(CX) = LineCategory
                    MOVE 'Y' TO CatSlotFound
              END-SEARCH
           END-IF
           IF CatSlotFound = 'N'
              IF CatCount >= 50
                 SET CX TO CatCount
              ELSE
                 ADD 1 TO CatCount
                 SET CX TO CatCount
                 MOVE LineCategory TO CTCategory(CX)
                 MOVE ZERO TO CTQty(CX) CTRevenue(CX) CTCost(CX)
              END-IF
           END-IF.

       WriteMarginReport.
           OPEN OUTPUT MarginReport.
           IF MarginReportStatus NOT = "00"
              DISPLAY "Unable To Open GrossMargin.rpt, Status "
                 MarginReportStatus
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE RunDate TO PrnRunDate
              WRITE PrintLine FROM ReportHeading
              MOVE SPACES TO PrintLine
              WRITE PrintLine
              WRITE PrintLine FROM ProdSectionHead
              WRITE PrintLine FROM Heads
              PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > ProdCount
                 MOVE PTProdName(PX) TO PrnProdName
                 MOVE PTCategory(PX) TO PrnCategory
                 MOVE PTQty(PX) TO PrnQty
                 MOVE PTRevenue(PX) TO PrnRevenue
                 MOVE PTCost(PX) TO PrnCost
                 COMPUTE MarginAmt = PTRevenue(PX) - PTCost(PX)
                 MOVE PTRevenue(PX) TO MarginBase
                 PERFORM WriteMarginLine
              END-PERFORM
              MOVE SPACES TO PrintLine
              WRITE PrintLine
              WRITE PrintLine FROM CatSectionHead
              WRITE PrintLine FROM Heads
              PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CatCount
                 MOVE SPACES TO PrnProdName
                 MOVE CTCategory(CX) TO PrnCategory
                 MOVE CTQty(CX) TO PrnQty
                 MOVE CTRevenue(CX) TO PrnRevenue
                 MOVE CTCost(CX) TO PrnCost
                 COMPUTE MarginAmt = CTRevenue(CX) - CTCost(CX)
                 MOVE CTRevenue(CX) TO MarginBase
                 PERFORM WriteMarginLine
              END-PERFORM
              MOVE SPACES TO PrintLine
              WRITE PrintLine
              MOVE "TOTAL" TO PrnProdName
              MOVE SPACES TO PrnCategory
              MOVE GrandQty TO PrnQty
              MOVE GrandRevenue TO PrnRevenue
              MOVE GrandCost TO PrnCost
              COMPUTE MarginAmt = GrandRevenue - GrandCost
              MOVE GrandRevenue TO MarginBase
              PERFORM WriteMarginLine
              IF NoCostLines > ZERO
                 MOVE NoCostLines TO PrnNoCost
                 WRITE PrintLine FROM NoCostLine
              END-IF
              CLOSE MarginReport
              DISPLAY "Order Lines Costed : " LinesSelected
              IF NoCostLines > ZERO
                 DISPLAY "Lines With No Unit Cost : " NoCostLines
              END-IF
           END-IF.

       WriteMarginLine.
           MOVE MarginAmt TO PrnMargin
           MOVE ZERO TO MarginPct
           IF MarginBase > ZERO
              COMPUTE MarginPct ROUNDED =
                 MarginAmt * 100 / MarginBase
                 ON SIZE ERROR MOVE ZERO TO MarginPct
              END-COMPUTE
           END-IF
           MOVE MarginPct TO PrnMarginPct
           WRITE PrintLine FROM MarginDetailLine
           IF MarginReportStatus NOT = "00"
              DISPLAY "Unable To Write GrossMargin.rpt, Status "
                 MarginReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF.
