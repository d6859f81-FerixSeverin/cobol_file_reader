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
       01 ProductFileStatus PIC XX VALUE "00".
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
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           PERFORM LoadBinTable
           OPEN I-O ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY BINPROC.

       COPY BINMAINT.

       TransferOneProduct.
           MOVE 'Y' TO ProdFound
           MOVE WorkProdName TO PMProdName
              DISPLAY "Product Not On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM SumSizeStock
           DISPLAY "Size : " WITH NO ADVANCING
           ACCEPT SizeWanted
           PERFORM FindSizeSlot
           IF SizeSlot = ZERO
              DISPLAY "Size Not Carried For This Product"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Shop : " PMSizeOnHand(SizeSlot)
              "  Overflow : " PMSizeLoc2(SizeSlot)
           DISPLAY "Move From Location (1/2) : " WITH NO ADVANCING
           ACCEPT Direction
           DISPLAY "Quantity To Move : " WITH NO ADVANCING
           END-IF
           EVALUATE Direction
              WHEN 1
                 IF WorkQty > PMSizeOnHand(SizeSlot)
                    DISPLAY "Only " PMSizeOnHand(SizeSlot)
                       " At The Shop, Nothing Moved"
                 ELSE
                    MOVE PMQtyOnHand TO OldQty
                    SUBTRACT WorkQty FROM PMSizeOnHand(SizeSlot)
                    ADD WorkQty TO PMSizeLoc2(SizeSlot)
                    PERFORM SumSizeStock
                    PERFORM RewriteOneProduct
                 END-IF
              WHEN 2
                 IF WorkQty > PMSizeLoc2(SizeSlot)
                    DISPLAY "Only " PMSizeLoc2(SizeSlot)
                       " At Overflow, Nothing Moved"
                 ELSE
                    MOVE PMQtyOnHand TO OldQty
                    SUBTRACT WorkQty FROM PMSizeLoc2(SizeSlot)
                    ADD WorkQty TO PMSizeOnHand(SizeSlot)
                    PERFORM SumSizeStock
                    PERFORM RewriteOneProduct
                 END-IF
              WHEN OTHER
           IF ProductFileStatus = "00"
              ADD 1 TO TransferCount
              PERFORM WriteTransferAudit
              MOVE PMProdName TO BinProdWanted
              IF Direction = 1
                 MOVE 2 TO BinLocWanted
              ELSE
                 MOVE 1 TO BinLocWanted
              END-IF
              PERFORM PromptForBin
           END-IF.

       WriteTransferAudit.
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
