           SELECT ProductAudit ASSIGN TO "ProductAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProductAuditStatus.
           SELECT SubstFile ASSIGN TO "Substitute.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SubstStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD ProductAudit.
       01 ProductAuditRecord.
           02 PAOldQty PIC 9(5).
           02 PANewQty PIC 9(5).
           02 PAOperator PIC X(8).
           02 PACheck PIC 9(9).

       FD SubstFile.
       01 SubstRecord.
           02 SJProdName PIC X(10).
           02 SJSubName PIC X(10).
           02 SJSetDate PIC 9(8).
           02 SJOperator PIC X(8).

       WORKING-STORAGE SECTION.
       01 Choice PIC 9.
       01 WorkPriceText PIC X(6).
       01 WorkQty PIC 9(5).
       01 WorkReorder PIC 9(5).
       01 WorkSizeStock.
           02 WorkSizeEntry OCCURS 3 TIMES.
              03 WorkSizeQty PIC 9(5).
              03 WorkSizeReorder PIC 9(5).
       01 WorkPrice PIC 9(3)V99.
       01 WorkCost PIC 9(3)V99.
       01 HoldPrice PIC 9(3)V99.
       01 OldPrice PIC 9(3)V99.
       01 OldQty PIC 9(5).
       01 MaintAction PIC X(6).
       01 DisconConfirm PIC X.
       01 SubstEntered PIC X(10).
       01 PriceDisplay PIC $$$9.99.
       01 CostDisplay PIC $$$9.99.
       01 SizeSub PIC 9.
       01 SizesValid PIC X.
       01 PriceDotCount PIC 9.
           02 SROK PIC X.

       COPY SITEWS.
       COPY SIZEWS.
       COPY SUBSTWS.

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
           PERFORM LoadSubstitutes
           IF FilesOK = 'Y'
              PERFORM UNTIL StayOpen = 'N'
                 DISPLAY " "

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY SUBSTPROC.

       OpenProductFile.
           MOVE 'Y' TO FilesOK
           OPEN I-O ProductFile
                    MOVE WorkSizes(2:1) TO PMProdSizes(2)
                    MOVE WorkSizes(3:1) TO PMProdSizes(3)
                    MOVE WorkPrice TO PMProdPrice
                    MOVE 'A' TO PMStatus
                    MOVE ZERO TO PMSizeLoc2(1) PMSizeLoc2(2)
                       PMSizeLoc2(3)
                    MOVE ZERO TO PMSizeAlloc(1) PMSizeAlloc(2)
                       PMSizeAlloc(3)
                    MOVE ZERO TO PMOrderQty
                    PERFORM MoveSizeStock
                    MOVE WorkCategory TO PMCategory
                    MOVE WorkCost TO PMUnitCost
                    WRITE ProdMastRecord
                       INVALID KEY DISPLAY "Product Name Taken"
                    END-WRITE
              DISPLAY "Enter Price (e.g. 015.00) : " WITH NO ADVANCING
              ACCEPT WorkPriceText
              PERFORM EditPrice
              MOVE WorkPrice TO HoldPrice
              DISPLAY "Enter Unit Cost (e.g. 007.50) : "
                 WITH NO ADVANCING
              ACCEPT WorkPriceText
              PERFORM EditPrice
              MOVE WorkPrice TO WorkCost
              MOVE HoldPrice TO WorkPrice
              MOVE ZERO TO WorkQty WorkReorder
              PERFORM VARYING SizeSub FROM 1 BY 1 UNTIL SizeSub > 3
                 PERFORM AcceptOneSizeStock
              END-PERFORM
              DISPLAY "Enter Category (e.g. TEE/POLO/OUTER) : "
                 WITH NO ADVANCING
              ACCEPT WorkCategory
              IF WorkPrice = ZERO
                 DISPLAY "Warning : Price Is Zero"
              END-IF
              IF WorkCost > WorkPrice
                 DISPLAY "Warning : Unit Cost Exceeds Price"
              END-IF
           END-IF.

       AcceptOneSizeStock.
           MOVE ZERO TO WorkSizeQty(SizeSub) WorkSizeReorder(SizeSub)
           IF WorkSizes(SizeSub:1) = SPACE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Quantity On Hand, Size "
              WorkSizes(SizeSub:1) " : " WITH NO ADVANCING
           ACCEPT WorkSizeQty(SizeSub)
           DISPLAY "Enter Reorder Point, Size "
              WorkSizes(SizeSub:1) " : " WITH NO ADVANCING
           ACCEPT WorkSizeReorder(SizeSub)
           ADD WorkSizeQty(SizeSub) TO WorkQty
           ADD WorkSizeReorder(SizeSub) TO WorkReorder.

       MoveSizeStock.
           PERFORM VARYING SizeSub FROM 1 BY 1 UNTIL SizeSub > 3
              MOVE WorkSizeQty(SizeSub) TO PMSizeOnHand(SizeSub)
              MOVE WorkSizeReorder(SizeSub) TO PMSizeReorder(SizeSub)
              IF PMSizeLoc2(SizeSub) IS NOT NUMERIC
                 MOVE ZERO TO PMSizeLoc2(SizeSub)
              END-IF
              IF PMProdSizes(SizeSub) = SPACE
                 AND PMSizeLoc2(SizeSub) > ZERO
                 DISPLAY "Warning : " PMSizeLoc2(SizeSub)
                    " Overflow Units Dropped With Size Removed"
                 MOVE ZERO TO PMSizeLoc2(SizeSub)
              END-IF
           END-PERFORM
           PERFORM SumSizeStock.

       ShowSizeStock.
           PERFORM VARYING SizeSub FROM 1 BY 1 UNTIL SizeSub > 3
              IF PMProdSizes(SizeSub) NOT = SPACE
                 DISPLAY "   Size " PMProdSizes(SizeSub)
                    "  On Hand : " PMSizeOnHand(SizeSub)
                    "  Overflow : " PMSizeLoc2(SizeSub)
                    "  Reorder At : " PMSizeReorder(SizeSub)
                    "  Allocated : " PMSizeAlloc(SizeSub)
              END-IF
           END-PERFORM.

       EditPrice.
           MOVE ZERO TO WorkPrice
           MOVE ZERO TO PriceDotCount PriceBadCount
              MOVE PMProdPrice TO OldPrice
              MOVE PMQtyOnHand TO OldQty
              MOVE PMProdPrice TO PriceDisplay
              MOVE PMUnitCost TO CostDisplay
              DISPLAY "Current Price : " PriceDisplay
                 "  Cost : " CostDisplay
                 "  On Hand : " PMQtyOnHand
                 "  Overflow : " PMQtyLoc2
                 "  Reorder At : " PMReorderPoint
                 "  Cat : " PMCategory
              PERFORM ShowSizeStock
              PERFORM AcceptProductFields
              IF SizesValid = 'Y'
                 MOVE WorkSizes(1:1) TO PMProdSizes(1)
                 MOVE WorkSizes(2:1) TO PMProdSizes(2)
                 MOVE WorkSizes(3:1) TO PMProdSizes(3)
                 MOVE WorkPrice TO PMProdPrice
                 PERFORM MoveSizeStock
                 MOVE WorkCategory TO PMCategory
                 MOVE WorkCost TO PMUnitCost
                 REWRITE ProdMastRecord
                    INVALID KEY DISPLAY "Product Not Updated"
                 END-REWRITE
           END-READ
           IF ProdExists = 'N'
              DISPLAY "Product Doesn't Exist"
           ELSE
           IF PMStatus = 'D'
              DISPLAY "Product Already Discontinued"
              PERFORM SetSubstitute
           ELSE
              DISPLAY "Discontinue " PMProdName
                 " (Y/N) : " WITH NO ADVANCING
                    MOVE PMProdPrice TO WorkPrice
                    MOVE PMQtyOnHand TO WorkQty
                    PERFORM WriteProductAudit
                    PERFORM SetSubstitute
                 END-IF
              ELSE
                 DISPLAY "Discontinue Cancelled"
              END-IF
           END-IF
           END-IF.

       SetSubstitute.
           MOVE WorkProdName TO SubstWanted
           PERFORM FindSubstitute
           IF SubstFound = 'Y'
              DISPLAY "Current Substitute : " SubstName
           END-IF
           DISPLAY "Substitute Product (Blank = No Change, "
              "- = None) : " WITH NO ADVANCING
           MOVE SPACES TO SubstEntered
           ACCEPT SubstEntered
           EVALUATE TRUE
              WHEN SubstEntered = SPACES
                 EXIT PARAGRAPH
              WHEN SubstEntered = "-"
                 IF SubstFound NOT = 'Y'
                    EXIT PARAGRAPH
                 END-IF
                 MOVE SPACES TO SubstName
              WHEN SubstEntered = WorkProdName
                 DISPLAY "A Product Cannot Replace Itself"
                 EXIT PARAGRAPH
              WHEN OTHER
                 MOVE 'Y' TO ProdExists
                 MOVE SubstEntered TO PMProdName
                 READ ProductFile
                    INVALID KEY MOVE 'N' TO ProdExists
                 END-READ
                 IF ProdExists = 'N'
                    DISPLAY "Substitute Doesn't Exist"
                    EXIT PARAGRAPH
                 END-IF
                 IF PMStatus = 'D'
                    DISPLAY "Substitute Is Itself Discontinued"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE SubstEntered TO SubstName
           END-EVALUATE
           MOVE WorkProdName TO SubstWanted
           MOVE CurrentOperator TO SubstOperator
           PERFORM AddSubstitute
           IF SubstStatus = "00"
              IF SubstName = SPACES
                 DISPLAY "Substitute Removed"
              ELSE
                 DISPLAY WorkProdName " Replaced By " SubstName
              END-IF
           END-IF.

       ListProducts.
                 NOT AT END
                    ADD 1 TO ListedCount
                    MOVE PMProdPrice TO PriceDisplay
                    MOVE PMUnitCost TO CostDisplay
                    DISPLAY PMProdName " "
                       PMProdSizes(1) PMProdSizes(2) PMProdSizes(3)
                       " Price : " PriceDisplay
                       " Cost : " CostDisplay
                       " On Hand : " PMQtyOnHand
                       " Overflow : " PMQtyLoc2
                       " Reorder At : " PMReorderPoint
                       " Cat : " PMCategory
                       " Status : " PMStatus
                    PERFORM ShowSizeStock
              END-READ
           END-PERFORM
           IF ListedCount = ZERO
              MOVE OldQty TO PAOldQty
              MOVE WorkQty TO PANewQty
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
