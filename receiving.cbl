              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT BinLocFile ASSIGN TO "BinLoc.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BinLocStatus.
           SELECT BinLocWork ASSIGN TO "BinLoc.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BinWorkStatus.
           SELECT ProductAudit ASSIGN TO "ProductAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProductAuditStatus.
           02 POQtyReceived PIC 9(5).
           02 POStatus PIC X.
           02 POBuyer PIC X(8).
           02 POUnitCost PIC 9(3)V99.
           02 PORecvCost PIC 9(7)V99.
           02 POExpDate PIC 9(8).

       FD POWorkFile.
       01 POWorkRecord PIC X(84).

       FD ProductFile.
       01 ProdMastRecord.
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

       FD BinLocFile.
       01 BinLocRecord.
           02 BLLoc PIC 9.
           02 BLWalkSeq PIC 9(5).
           02 BLBin PIC X(8).
           02 BLProdName PIC X(10).

       FD BinLocWork.
       01 BinLocWorkRecord PIC X(24).

       FD ProductAudit.
       01 ProductAuditRecord.
           02 PAOldQty PIC 9(5).
           02 PANewQty PIC 9(5).
           02 PAOperator PIC X(8).
           02 PACheck PIC 9(9).

       WORKING-STORAGE SECTION.
       01 POFileStatus PIC XX VALUE "00".
       01 OpenQty PIC 9(5).
       01 OldQty PIC 9(5).
       01 AnyReceived PIC X.
       01 RecvCostText PIC X(6).
       01 RecvUnitCost PIC 9(3)V99.
       01 RecvExtCost PIC 9(7)V99.
       01 OldUnitCost PIC 9(3)V99.
       01 SizeLeft PIC 9(5).
       01 SizeRecvQty PIC 9(5).
       01 LastSizeSlot PIC 9.
       01 StockBefore PIC 9(7).
       01 StockValue PIC 9(9)V99.
       01 CostDisplay PIC $$$9.99.
       01 CostDotCount PIC 9.
       01 CostBadCount PIC 9.
       01 CostSub PIC 9.

       01 ProdFound PIC X.
       01 ProdOpen PIC X VALUE 'N'.
           02 LockFound PIC X.

       COPY SITEWS.
       COPY SIZEWS.
       COPY BINWS.

       01 ChainRequest.
           02 CRFunc PIC X(5).
           02 CRLogName PIC X(20).
           02 CRRecord PIC X(200).
           02 CRPrevCheck PIC 9(9).
           02 CRCheck PIC 9(9).
           02 CRCount PIC 9(9).
           02 CRFound PIC X.

       PROCEDURE DIVISION.
       StartPara.
              ON EXCEPTION CONTINUE
           END-CALL
           PERFORM OpenProductFile
           PERFORM LoadBinTable
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "GOODS RECEIVING"

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY BINPROC.

       COPY BINMAINT.

       ReceiveOnePO.
           MOVE ZERO TO LinesFound
           MOVE 'N' TO AnyReceived
                    DISPLAY "Over-Receipt, Line Capped At " OpenQty
                    MOVE OpenQty TO RecvQty
                 END-IF
                 PERFORM AcceptReceiptCost
                 ADD RecvQty TO POQtyReceived
                 MOVE RecvUnitCost TO POUnitCost
                 COMPUTE RecvExtCost = RecvQty * RecvUnitCost
                 IF PORecvCost IS NOT NUMERIC
                    MOVE ZERO TO PORecvCost
                 END-IF
                 ADD RecvExtCost TO PORecvCost
                 IF POQtyReceived >= POQtyOrdered
                    MOVE 'R' TO POStatus
                 ELSE
                 POWorkStatus
           END-IF.

       AcceptReceiptCost.
           IF POUnitCost IS NOT NUMERIC
              MOVE ZERO TO POUnitCost
           END-IF
           MOVE POUnitCost TO CostDisplay
           DISPLAY "Unit Cost This Receipt (Blank = " CostDisplay
              ") : " WITH NO ADVANCING
           ACCEPT RecvCostText
           MOVE POUnitCost TO RecvUnitCost
           MOVE ZERO TO CostDotCount CostBadCount
           PERFORM VARYING CostSub FROM 1 BY 1 UNTIL CostSub > 6
              EVALUATE TRUE
                 WHEN RecvCostText(CostSub:1) = '.'
                    ADD 1 TO CostDotCount
                 WHEN RecvCostText(CostSub:1) = SPACE
                    CONTINUE
                 WHEN RecvCostText(CostSub:1) IS NUMERIC
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO CostBadCount
              END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
              WHEN RecvCostText = SPACE
                 CONTINUE
              WHEN CostBadCount = ZERO AND CostDotCount <= 1
                 COMPUTE RecvUnitCost =
                    FUNCTION NUMVAL(RecvCostText)
                    ON SIZE ERROR
                       DISPLAY "Cost Too Large, PO Cost Used"
                       MOVE POUnitCost TO RecvUnitCost
                 END-COMPUTE
              WHEN OTHER
                 DISPLAY "Cost Not Recognized, PO Cost Used"
           END-EVALUATE
           IF RecvUnitCost = ZERO
              DISPLAY "Warning : Receipt Costed At Zero"
           END-IF.

       OpenProductFile.
           OPEN I-O ProductFile
           IF ProductFileStatus NOT = "00"
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO ProdFound
                    PERFORM SumSizeStock
                    MOVE PMQtyOnHand TO OldQty
                    PERFORM AverageInReceiptCost
                    PERFORM SplitReceiptBySize
                    PERFORM SumSizeStock
                    REWRITE ProdMastRecord
                       INVALID KEY
                          DISPLAY "Unable To Update ProdMast.dat"
                    END-REWRITE
                    PERFORM WriteReceiptAudit
                    IF PMUnitCost NOT = OldUnitCost
                       PERFORM WriteCostAudit
                    END-IF
                    MOVE PMProdName TO BinProdWanted
                    MOVE 1 TO BinLocWanted
                    PERFORM PromptForBin
              END-READ
           END-IF
           IF ProdFound = 'N'
                 POProdName
           END-IF.

       SplitReceiptBySize.
           MOVE RecvQty TO SizeLeft
           MOVE ZERO TO LastSizeSlot
           PERFORM VARYING SizeIx FROM 1 BY 1 UNTIL SizeIx > 3
              IF PMProdSizes(SizeIx) NOT = SPACE
                 MOVE SizeIx TO LastSizeSlot
              END-IF
           END-PERFORM
           IF LastSizeSlot = ZERO
              ADD SizeLeft TO PMSizeOnHand(1)
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SizeIx FROM 1 BY 1 UNTIL SizeIx > 3
              IF PMProdSizes(SizeIx) NOT = SPACE AND SizeLeft > ZERO
                 IF SizeIx = LastSizeSlot
                    MOVE SizeLeft TO SizeRecvQty
                 ELSE
                    DISPLAY "  Of Which Size " PMProdSizes(SizeIx)
                       " (" SizeLeft " Left) : " WITH NO ADVANCING
                    ACCEPT SizeRecvQty
                    IF SizeRecvQty > SizeLeft
                       MOVE SizeLeft TO SizeRecvQty
                    END-IF
                 END-IF
                 ADD SizeRecvQty TO PMSizeOnHand(SizeIx)
                 SUBTRACT SizeRecvQty FROM SizeLeft
              END-IF
           END-PERFORM.

       AverageInReceiptCost.
           IF PMUnitCost IS NOT NUMERIC
              MOVE ZERO TO PMUnitCost
           END-IF
           IF PMQtyLoc2 IS NOT NUMERIC
              MOVE ZERO TO PMQtyLoc2
           END-IF
           MOVE PMUnitCost TO OldUnitCost
           COMPUTE StockBefore = PMQtyOnHand + PMQtyLoc2
           IF StockBefore = ZERO OR PMUnitCost = ZERO
              MOVE RecvUnitCost TO PMUnitCost
           ELSE
              COMPUTE StockValue =
                 (StockBefore * PMUnitCost) + RecvExtCost
              COMPUTE PMUnitCost ROUNDED =
                 StockValue / (StockBefore + RecvQty)
           END-IF.

       WriteCostAudit.
           OPEN EXTEND ProductAudit
           IF ProductAuditStatus = "35"
              OPEN OUTPUT ProductAudit
           END-IF
           IF ProductAuditStatus NOT = "00"
              DISPLAY "Unable To Open ProductAudit.log, Status "
                 ProductAuditStatus
           ELSE
              MOVE FUNCTION CURRENT-DATE TO PATimestamp
              MOVE "AVGCST" TO PAAction
              MOVE POProdName TO PAProdName
              MOVE OldUnitCost TO PAOldPrice
              MOVE PMUnitCost TO PANewPrice
              MOVE PMQtyOnHand TO PAOldQty PANewQty
              MOVE CurrentOperator TO PAOperator
              MOVE "STAMP" TO CRFunc
              MOVE "ProductAudit.log" TO CRLogName
              MOVE ProductAuditRecord TO CRRecord
              CALL "AUDIT_CHAIN" USING ChainRequest
                 ON EXCEPTION MOVE ZERO TO CRCheck
              END-CALL
              MOVE CRCheck TO PACheck
              WRITE ProductAuditRecord
              IF ProductAuditStatus NOT = "00"
                 DISPLAY "Unable To Write ProductAudit.log, Status "
                    ProductAuditStatus
              END-IF
              CLOSE ProductAudit
           END-IF.

       WriteReceiptAudit.
           OPEN EXTEND ProductAudit
           IF ProductAuditStatus = "35"
              MOVE OldQty TO PAOldQty
              MOVE PMQtyOnHand TO PANewQty
              MOVE CurrentOperator TO PAOperator
              MOVE "STAMP" TO CRFunc
              MOVE "ProductAudit.log" TO CRLogName
              MOVE ProductAuditRecord TO CRRecord
              CALL "AUDIT_CHAIN" USING ChainRequest
                 ON EXCEPTION MOVE ZERO TO CRCheck
              END-CALL
              MOVE CRCheck TO PACheck
              WRITE ProductAuditRecord
              IF ProductAuditStatus NOT = "00"
                 DISPLAY "Unable To Write ProductAudit.log, Status "
