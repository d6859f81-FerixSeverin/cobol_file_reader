           SELECT SummaryReport ASSIGN TO "SalesSummary.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SummaryReportStatus.
           SELECT KitCompFile ASSIGN TO "KitComp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitCompStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SummaryReport.
       01 PrintLine PIC X(70).

       FD KitCompFile.
       01 KitCompRecord.
           02 KCKitName PIC X(10).
           02 KCCompName PIC X(10).
           02 KCCompSize PIC A.
           02 KCCompQty PIC 9(3).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 SummaryReportStatus PIC XX VALUE "00".
       01 GrandQtyTotal PIC 9(7) VALUE ZERO.
       01 LinesSelected PIC 9(7) VALUE ZERO.
       01 ProdSlotFound PIC X.
       01 KitDetail PIC X VALUE 'N'.

       01 CompSumCount PIC 9(3) VALUE ZERO.
       01 CompSumTable.
           02 CompSumEntry OCCURS 0 TO 50 TIMES
                 DEPENDING ON CompSumCount
                 INDEXED BY CX.
              03 CSProdName PIC X(10).
              03 CSQtyS PIC 9(7).
              03 CSQtyM PIC 9(7).
              03 CSQtyL PIC 9(7).
              03 CSQtyOther PIC 9(7).
              03 CSQtyTotal PIC 9(7).

       01 ReportHeading.
           02 FILLER PIC X(26) VALUE "DAILY SALES SUMMARY FOR ".
           02 PrnGrandOther PIC ZZZZZZ9.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnGrandTotal PIC ZZZZZZ9.
       01 CompHeading PIC X(60) VALUE
          "KIT COMPONENTS SOLD".

       COPY SITEWS.
       COPY KITWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE RunDate TO SummaryDate
           ACCEPT KitDetail FROM ENVIRONMENT "SALES_KIT_DETAIL"
           IF KitDetail = 'y'
              MOVE 'Y' TO KitDetail
           END-IF
           IF KitDetail = 'Y'
              PERFORM LoadKitTable
           END-IF
           OPEN INPUT OrderTransFile.
           IF OrderTransStatus NOT = "00"
              MOVE 'Y' TO NoOrderData

       COPY SITEPROC.

       COPY KITPROC.

       TallyOneOrder.
           IF OTDate IS NUMERIC AND OTDate = SummaryDate
              AND OTStatus NOT = 'C'
              END-EVALUATE
              ADD OTQty TO SumQtyTotal(SX)
              ADD OTQty TO GrandQtyTotal
              IF KitDetail = 'Y'
                 PERFORM TallyKitComponents
              END-IF
           END-IF.

       TallyKitComponents.
           MOVE OTProdName TO KitWanted
           PERFORM FindKit
           IF KitFound = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE OTSize TO StockSize
           MOVE OTQty TO StockQty
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KitCount
              IF KTKitName(KX) = KitWanted
                 PERFORM SetKitComponent
                 PERFORM FindCompSlot
                 EVALUATE CompSize
                    WHEN 'S' ADD CompQty TO CSQtyS(CX)
                    WHEN 'M' ADD CompQty TO CSQtyM(CX)
                    WHEN 'L' ADD CompQty TO CSQtyL(CX)
                    WHEN OTHER ADD CompQty TO CSQtyOther(CX)
                 END-EVALUATE
                 ADD CompQty TO CSQtyTotal(CX)
              END-IF
           END-PERFORM.

       FindCompSlot.
           MOVE 'N' TO ProdSlotFound
           IF CompSumCount > 0
              SET CX TO 1
              SEARCH CompSumEntry
                 AT END CONTINUE
                 WHEN CSProdName(CX) = CompProdName
                    MOVE 'Y' TO ProdSlotFound
              END-SEARCH
           END-IF
           IF ProdSlotFound = 'N'
              IF CompSumCount >= 50
                 DISPLAY "Component Table Full, Product Lumped Under "
                    "Last Entry : " CompProdName
                 SET CX TO CompSumCount
              ELSE
                 ADD 1 TO CompSumCount
                 SET CX TO CompSumCount
                 MOVE CompProdName TO CSProdName(CX)
                 MOVE ZERO TO CSQtyS(CX) CSQtyM(CX) CSQtyL(CX)
                    CSQtyOther(CX) CSQtyTotal(CX)
              END-IF
           END-IF.

       FindProdSlot.
                 DISPLAY "Unable To Write SalesSummary.rpt, Status "
                    SummaryReportStatus
              END-IF
              IF CompSumCount > 0
                 PERFORM WriteComponentSection
              END-IF
              CLOSE SummaryReport
              DISPLAY "Order Lines Summarized : " LinesSelected
           END-IF.

       WriteComponentSection.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM CompHeading
           WRITE PrintLine FROM Heads
           PERFORM VARYING CX FROM 1 BY 1
              UNTIL CX > CompSumCount
              MOVE CSProdName(CX) TO PrnProdName
              MOVE CSQtyS(CX) TO PrnQtyS
              MOVE CSQtyM(CX) TO PrnQtyM
              MOVE CSQtyL(CX) TO PrnQtyL
              MOVE CSQtyOther(CX) TO PrnQtyOther
              MOVE CSQtyTotal(CX) TO PrnQtyTotal
              WRITE PrintLine FROM SummaryDetailLine
           END-PERFORM
           IF SummaryReportStatus NOT = "00"
              DISPLAY "Unable To Write SalesSummary.rpt, Status "
                 SummaryReportStatus
           END-IF.
