       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOC_REBUILD.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Rebuilds PMSizeAlloc from the open order lines. Run with
      *> ALLOC_CUTOVER=Y when allocation is first switched on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT KitCompFile ASSIGN TO "KitComp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitCompStatus.
           SELECT AllocReport ASSIGN TO "AllocRebuild.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AllocReportStatus.

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

       FD OrderMastFile.
       01 OrderMastData.
           02 OMOrdNum PIC 9(7).
           02 OMTimestamp PIC X(21).
           02 OMCustID PIC 9(5).
           02 OMLineCount PIC 9(3).
           02 OMTaxAmt PIC 9(7)V99.
           02 OMFreightAmt PIC 9(5)V99.
           02 OMOrdTotal PIC 9(7)V99.
           02 OMStatus PIC X.
           02 OMOperator PIC X(8).
           02 OMInvNum PIC 9(7).

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

       FD KitCompFile.
       01 KitCompRecord.
           02 KCKitName PIC X(10).
           02 KCCompName PIC X(10).
           02 KCCompSize PIC A.
           02 KCCompQty PIC 9(3).

       FD AllocReport.
       01 PrintLine PIC X(60).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 OrderMastStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".
       01 AllocReportStatus PIC XX VALUE "00".
       01 OrderTransEOF PIC X VALUE 'N'.
       01 ProductFileEOF PIC X VALUE 'N'.
       01 OrderFound PIC X.
       01 EntryFound PIC X.
       01 CutoverRun PIC X VALUE 'N'.
       01 LinesAllocated PIC 9(5) VALUE ZERO.
       01 ProductsChanged PIC 9(5) VALUE ZERO.
       01 OldAlloc PIC 9(5).

       01 AllocCount PIC 9(4) VALUE ZERO.
       01 AllocTable.
           02 AllocEntry OCCURS 0 TO 1500 TIMES
                 DEPENDING ON AllocCount
                 INDEXED BY AX.
              03 ATProdName PIC X(10).
              03 ATSize PIC A.
              03 ATQty PIC 9(7).

       01 Heads PIC X(60) VALUE
          "Product       Was Alloc   Now Alloc".
       01 AllocDetailLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X(9) VALUE SPACE.
           02 PrnOldAlloc PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE SPACE.
           02 PrnNewAlloc PIC ZZZZ9.
       01 FooterLine.
           02 FILLER PIC X(26) VALUE "Products Corrected".
           02 FILLER PIC X(3) VALUE " : ".
           02 PrnChangedCount PIC ZZZZ9.

       COPY SITEWS.
       COPY SIZEWS.
       COPY KITWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           PERFORM LoadKitTable
           MOVE SPACES TO CfgEnvValue
           ACCEPT CfgEnvValue FROM ENVIRONMENT "ALLOC_CUTOVER"
           IF CfgEnvValue(1:1) = 'Y'
              MOVE 'Y' TO CutoverRun
              DISPLAY "Cutover Run, Open Order Quantities Will Be "
                 "Returned To On-Hand"
           END-IF
           PERFORM LoadOpenLines
           IF RETURN-CODE = 0
              PERFORM ApplyAllocations
           END-IF
           DISPLAY "Open Order Lines Allocated : " LinesAllocated
           DISPLAY "Products Corrected : " ProductsChanged.
           GOBACK.

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY KITPROC.

       LoadOpenLines.
           OPEN INPUT OrderTransFile
           IF OrderTransStatus = "35"
              EXIT PARAGRAPH
           END-IF
           IF OrderTransStatus NOT = "00"
              DISPLAY "Unable To Open OrderTrans.dat, Status "
                 OrderTransStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT OrderMastFile
           IF OrderMastStatus NOT = "00"
              DISPLAY "Unable To Open OrderMast.dat, Status "
                 OrderMastStatus
              MOVE 1 TO RETURN-CODE
              CLOSE OrderTransFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OrderTransEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO OrderTransEOF
                 NOT AT END PERFORM CheckOneLine
              END-READ
           END-PERFORM
           CLOSE OrderTransFile, OrderMastFile.

       CheckOneLine.
           IF OTOrdNum IS NOT NUMERIC OR OTQty IS NOT NUMERIC
              OR OTStatus = 'C'
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO OrderFound
           MOVE OTOrdNum TO OMOrdNum
           READ OrderMastFile
              INVALID KEY MOVE 'N' TO OrderFound
           END-READ
           IF OrderFound = 'N' OR OMStatus = 'S' OR OMStatus = 'C'
              EXIT PARAGRAPH
           END-IF
           MOVE OTProdName TO KitWanted
           PERFORM FindKit
           IF KitFound = 'Y'
              MOVE FUNCTION UPPER-CASE(OTSize) TO StockSize
              MOVE OTQty TO StockQty
              PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KitCount
                 IF KTKitName(KX) = KitWanted
                    PERFORM SetKitComponent
                    PERFORM AddAllocEntry
                 END-IF
              END-PERFORM
           ELSE
              MOVE OTProdName TO CompProdName
              MOVE FUNCTION UPPER-CASE(OTSize) TO CompSize
              MOVE OTQty TO CompQty
              PERFORM AddAllocEntry
           END-IF
           ADD 1 TO LinesAllocated.

       AddAllocEntry.
           MOVE CompSize TO SizeWanted
           MOVE 'N' TO EntryFound
           IF AllocCount > 0
              SET AX TO 1
              SEARCH AllocEntry
                 AT END CONTINUE
                 WHEN ATProdName(AX) = CompProdName
                    AND ATSize(AX) = SizeWanted
                    MOVE 'Y' TO EntryFound
              END-SEARCH
           END-IF
           IF EntryFound = 'Y'
              ADD CompQty TO ATQty(AX)
           ELSE
              IF AllocCount >= 1500
                 DISPLAY "Allocation Table Full, Line Skipped : "
                    OTOrdNum " " OTLineNum
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO AllocCount
              MOVE CompProdName TO ATProdName(AllocCount)
              MOVE SizeWanted TO ATSize(AllocCount)
              MOVE CompQty TO ATQty(AllocCount)
           END-IF.

       ApplyAllocations.
           OPEN I-O ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AllocReport
           IF AllocReportStatus NOT = "00"
              DISPLAY "Unable To Open AllocRebuild.rpt, Status "
                 AllocReportStatus
              MOVE 1 TO RETURN-CODE
              CLOSE ProductFile
              EXIT PARAGRAPH
           END-IF
           WRITE PrintLine FROM Heads
           PERFORM UNTIL ProductFileEOF = 'Y'
              READ ProductFile NEXT RECORD
                 AT END MOVE 'Y' TO ProductFileEOF
                 NOT AT END PERFORM RebuildOneProduct
              END-READ
           END-PERFORM
           MOVE ProductsChanged TO PrnChangedCount
           WRITE PrintLine FROM FooterLine
           CLOSE ProductFile, AllocReport.

       RebuildOneProduct.
           PERFORM SumSizeStock
           MOVE PMQtyAlloc TO OldAlloc
           MOVE ZERO TO PMSizeAlloc(1) PMSizeAlloc(2) PMSizeAlloc(3)
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > AllocCount
              IF ATProdName(AX) = PMProdName
                 MOVE ATSize(AX) TO SizeWanted
                 PERFORM FindSizeSlot
                 IF SizeSlot = ZERO
                    MOVE 1 TO SizeSlot
                 END-IF
                 ADD ATQty(AX) TO PMSizeAlloc(SizeSlot)
                    ON SIZE ERROR MOVE 99999 TO PMSizeAlloc(SizeSlot)
                 END-ADD
                 IF CutoverRun = 'Y'
                    ADD ATQty(AX) TO PMSizeOnHand(SizeSlot)
                       ON SIZE ERROR
                          MOVE 99999 TO PMSizeOnHand(SizeSlot)
                    END-ADD
                 END-IF
              END-IF
           END-PERFORM
           PERFORM SumSizeStock
           IF PMQtyAlloc NOT = OldAlloc OR CutoverRun = 'Y'
              REWRITE ProdMastRecord
                 INVALID KEY
                    DISPLAY "Unable To Update ProdMast.dat For "
                       PMProdName
                    MOVE 1 TO RETURN-CODE
              END-REWRITE
           END-IF
           IF PMQtyAlloc NOT = OldAlloc
              ADD 1 TO ProductsChanged
              MOVE PMProdName TO PrnProdName
              MOVE OldAlloc TO PrnOldAlloc
              MOVE PMQtyAlloc TO PrnNewAlloc
              WRITE PrintLine FROM AllocDetailLine
              IF AllocReportStatus NOT = "00"
                 DISPLAY "Unable To Write AllocRebuild.rpt, Status "
                    AllocReportStatus
              END-IF
           END-IF.
