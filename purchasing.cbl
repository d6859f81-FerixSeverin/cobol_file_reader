           SELECT SupplierFile ASSIGN TO "Supplier.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SupplierStatus.
           SELECT SupplierWorkFile ASSIGN TO "Supplier.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SupplierWorkStatus.
           SELECT SuppItemFile ASSIGN TO "SuppItem.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SuppItemStatus.
           SELECT SuppItemWorkFile ASSIGN TO "SuppItem.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SuppItemWorkStatus.
           SELECT POFile ASSIGN TO "POFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POFileStatus.
           02 SUName PIC X(20).
           02 SUPhone PIC X(12).
           02 SUStatus PIC X.
           02 SURemitTo.
              03 SURemitStreet PIC X(20).
              03 SURemitCity PIC X(15).
              03 SURemitState PIC X(2).
              03 SURemitZip PIC 9(5).
           02 SUTermsDays PIC 9(3).
           02 SUDiscDays PIC 9(3).
           02 SUDiscPct PIC 99V99.

       FD SupplierWorkFile.
       01 SupplierWorkRecord PIC X(90).

       FD SuppItemFile.
       01 SuppItemRecord.
           02 SISuppID PIC 9(5).
           02 SIProdName PIC X(10).
           02 SIUnitCost PIC 9(3)V99.
           02 SIMinQty PIC 9(5).
           02 SILeadDays PIC 9(3).
           02 SIStatus PIC X.

       FD SuppItemWorkFile.
       01 SuppItemWorkRecord PIC X(29).

       FD POFile.
       01 PORecord.
           02 POQtyReceived PIC 9(5).
           02 POStatus PIC X.
           02 POBuyer PIC X(8).
           02 POUnitCost PIC 9(3)V99.
           02 PORecvCost PIC 9(7)V99.
           02 POExpDate PIC 9(8).

       FD POCtlFile.
       01 POCtlRecord PIC 9(7).

       FD POReport.
       01 POLine PIC X(90).

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

       WORKING-STORAGE SECTION.
       01 SupplierStatus PIC XX VALUE "00".
       01 WorkSuppID PIC 9(5).
       01 WorkSuppName PIC X(20).
       01 WorkSuppPhone PIC X(12).
       01 WorkRemitStreet PIC X(20).
       01 WorkRemitCity PIC X(15).
       01 WorkRemitState PIC X(2).
       01 WorkRemitZip PIC 9(5).
       01 WorkTermsDays PIC 9(3).
       01 WorkDiscDays PIC 9(3).
       01 WorkDiscPct PIC 99V99.
       01 SupplierWorkStatus PIC XX VALUE "00".
       01 SuppItemStatus PIC XX VALUE "00".
       01 SuppItemWorkStatus PIC XX VALUE "00".
       01 SuppItemEOF PIC X.
       01 SuppItemWorkEOF PIC X.
       01 SuppItemFound PIC X.
       01 ProdFound PIC X.
       01 WorkProdName PIC X(10).
       01 WorkItemCost PIC 9(3)V99.
       01 WorkMinQty PIC 9(5).
       01 WorkLeadDays PIC 9(3).
       01 ItemCostText PIC X(6).
       01 CostDotCount PIC 9.
       01 CostBadCount PIC 9.
       01 CostSub PIC 9.
       01 CostDisplay PIC $$$9.99.

       01 ItemCount PIC 9(4) VALUE ZERO.
       01 SuppItemTable.
           02 ItemEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON ItemCount
                 INDEXED BY IX.
              03 ITSuppID PIC 9(5).
              03 ITProdName PIC X(10).
              03 ITUnitCost PIC 9(3)V99.
              03 ITMinQty PIC 9(5).
              03 ITLeadDays PIC 9(3).
       01 BestItem PIC 9(4).
       01 BuyUnitCost PIC 9(3)V99.
       01 BuyMinQty PIC 9(5).
       01 BuyLeadDays PIC 9(3).
       01 BuyExpDate PIC 9(8).
       01 OverrideSuppID PIC 9(5).
       01 DateInt PIC 9(7).

       01 RunPOCount PIC 9(3) VALUE ZERO.
       01 RunPOTable.
           02 RunPOEntry OCCURS 100 TIMES INDEXED BY RX.
              03 RPSuppID PIC 9(5).
              03 RPPONum PIC 9(7).
              03 RPLines PIC 9(3).
       01 RunPOFound PIC X.
       01 POExtCost PIC 9(7)V99.
       01 POTotalCost PIC 9(9)V99.
       01 SupplierWorkEOF PIC X.
       01 SuppChanged PIC X.
       01 ProductFileEOF PIC X.
       01 POEOF PIC X.
       01 SuggestQty PIC 9(5).
       01 QtyAvail PIC 9(5).
       01 BuyQty PIC 9(5).
       01 BuySuppID PIC 9(5).
       01 WorkPONum PIC 9(7).
       01 ListedCount PIC 9(5).
       01 BuyConfirm PIC X.
       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 POHeading.
           02 FILLER PIC X(17) VALUE "PURCHASE ORDER : ".
           02 PrnSuppName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSuppPhone PIC X(12).
       01 POHeads PIC X(80) VALUE
          "Product       Ordered   Received  Unit Cost" &
          "      Ext Cost  Expected".
       01 PODetailLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnQtyOrdered PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnQtyReceived PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnUnitCost PIC $$$9.99.
           02 PrnExtCost PIC $$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnExpDate PIC X(8).
       01 POTotalLine.
           02 FILLER PIC X(30) VALUE SPACE.
           02 FILLER PIC X(12) VALUE "PO TOTAL :".
           02 PrnPOTotal PIC $$$,$$$,$$9.99.

       01 CurrentOperator PIC X(8) VALUE SPACES.
       01 SignonResult.
              DISPLAY "SUPPLIERS"
              DISPLAY "1 : Add Supplier"
              DISPLAY "2 : List Suppliers"
              DISPLAY "3 : Change Remit-To And Terms"
              DISPLAY "4 : Set Supplier Item Cost And Lead Time"
              DISPLAY "5 : List Suppliers For A Product"
              DISPLAY "0 : Back"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT SuppChoice
              EVALUATE SuppChoice
                 WHEN 1 PERFORM AddSupplier
                 WHEN 2 PERFORM ListSuppliers
                 WHEN 3 PERFORM ChangeSupplierTerms
                 WHEN 4 PERFORM SetSupplierItem
                 WHEN 5 PERFORM ListProductSuppliers
                 WHEN OTHER MOVE 'N' TO SuppStayOpen
              END-EVALUATE
           END-PERFORM.
              DISPLAY "Name Required, Supplier Not Added"
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptRemitAndTerms
           OPEN EXTEND SupplierFile
           IF SupplierStatus = "35"
              OPEN OUTPUT SupplierFile
              MOVE WorkSuppName TO SUName
              MOVE WorkSuppPhone TO SUPhone
              MOVE 'A' TO SUStatus
              MOVE WorkRemitStreet TO SURemitStreet
              MOVE WorkRemitCity TO SURemitCity
              MOVE WorkRemitState TO SURemitState
              MOVE WorkRemitZip TO SURemitZip
              MOVE WorkTermsDays TO SUTermsDays
              MOVE WorkDiscDays TO SUDiscDays
              MOVE WorkDiscPct TO SUDiscPct
              WRITE SupplierRecord
              IF SupplierStatus NOT = "00"
                 DISPLAY "Unable To Write Supplier.dat, Status "
              CLOSE SupplierFile
           END-IF.

       AcceptRemitAndTerms.
           DISPLAY "Remit-To Street : " WITH NO ADVANCING
           ACCEPT WorkRemitStreet
           DISPLAY "Remit-To City : " WITH NO ADVANCING
           ACCEPT WorkRemitCity
           DISPLAY "Remit-To State : " WITH NO ADVANCING
           ACCEPT WorkRemitState
           MOVE FUNCTION UPPER-CASE(WorkRemitState) TO WorkRemitState
           DISPLAY "Remit-To Zip : " WITH NO ADVANCING
           ACCEPT WorkRemitZip
           DISPLAY "Payment Terms, Net Days (e.g. 030) : "
              WITH NO ADVANCING
           ACCEPT WorkTermsDays
           IF WorkTermsDays = ZERO
              DISPLAY "No Terms Given, Net 30 Assumed"
              MOVE 30 TO WorkTermsDays
           END-IF
           DISPLAY "Early Payment Discount Days (0 = None) : "
              WITH NO ADVANCING
           ACCEPT WorkDiscDays
           MOVE ZERO TO WorkDiscPct
           IF WorkDiscDays > ZERO
              DISPLAY "Discount Percent (e.g. 0200 = 2%) : "
                 WITH NO ADVANCING
              ACCEPT WorkDiscPct
              IF WorkDiscDays >= WorkTermsDays
                 DISPLAY "Discount Days Must Be Inside Terms, "
                    "Discount Dropped"
                 MOVE ZERO TO WorkDiscDays WorkDiscPct
              END-IF
           END-IF.

       ChangeSupplierTerms.
           DISPLAY " "
           DISPLAY "Enter Supplier ID : " WITH NO ADVANCING.
           ACCEPT WorkSuppID.
           PERFORM FindSupplier
           IF SuppFound NOT = 'Y'
              DISPLAY "Supplier " WorkSuppID " Not On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Supplier : " SUName
           DISPLAY "Current Remit-To : " SURemitStreet " "
              SURemitCity " " SURemitState " " SURemitZip
           DISPLAY "Current Terms : Net " SUTermsDays
              "  Discount " SUDiscPct "% In " SUDiscDays " Days"
           PERFORM AcceptRemitAndTerms
           MOVE 'N' TO SuppChanged
           MOVE 'N' TO SupplierEOF
           OPEN INPUT SupplierFile
           IF SupplierStatus NOT = "00"
              DISPLAY "Unable To Open Supplier.dat, Status "
                 SupplierStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SupplierWorkFile
           IF SupplierWorkStatus NOT = "00"
              DISPLAY "Unable To Open Supplier.tmp, Status "
                 SupplierWorkStatus
              CLOSE SupplierFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SupplierEOF = 'Y'
              READ SupplierFile
                 AT END MOVE 'Y' TO SupplierEOF
                 NOT AT END
                    IF SUSuppID = WorkSuppID
                       MOVE WorkRemitStreet TO SURemitStreet
                       MOVE WorkRemitCity TO SURemitCity
                       MOVE WorkRemitState TO SURemitState
                       MOVE WorkRemitZip TO SURemitZip
                       MOVE WorkTermsDays TO SUTermsDays
                       MOVE WorkDiscDays TO SUDiscDays
                       MOVE WorkDiscPct TO SUDiscPct
                       MOVE 'Y' TO SuppChanged
                    END-IF
                    WRITE SupplierWorkRecord FROM SupplierRecord
                    IF SupplierWorkStatus NOT = "00"
                       DISPLAY "Unable To Write Supplier.tmp, "
                          "Status " SupplierWorkStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SupplierFile, SupplierWorkFile
           IF SuppChanged = 'Y'
              PERFORM CopyWorkToSuppliers
              DISPLAY "Supplier " WorkSuppID " Updated"
           END-IF.

       CopyWorkToSuppliers.
           MOVE 'N' TO SupplierWorkEOF
           OPEN INPUT SupplierWorkFile
           IF SupplierWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Supplier.tmp, Status "
                 SupplierWorkStatus
           ELSE
              OPEN OUTPUT SupplierFile
              IF SupplierStatus NOT = "00"
                 DISPLAY "Unable To Rewrite Supplier.dat, Status "
                    SupplierStatus
                 CLOSE SupplierWorkFile
              ELSE
                 PERFORM UNTIL SupplierWorkEOF = 'Y'
                    READ SupplierWorkFile
                       AT END MOVE 'Y' TO SupplierWorkEOF
                       NOT AT END
                          WRITE SupplierRecord FROM SupplierWorkRecord
                          IF SupplierStatus NOT = "00"
                             DISPLAY "Unable To Write Supplier.dat, "
                                "Status " SupplierStatus
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE SupplierWorkFile, SupplierFile
              END-IF
           END-IF.

       SetSupplierItem.
           DISPLAY " "
           DISPLAY "Enter Supplier ID : " WITH NO ADVANCING.
           ACCEPT WorkSuppID.
           PERFORM FindSupplier
           IF SuppFound NOT = 'Y'
              DISPLAY "Supplier " WorkSuppID " Not On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Supplier : " SUName
           DISPLAY "Product Name : " WITH NO ADVANCING
           ACCEPT WorkProdName
           PERFORM FindProduct
           IF ProdFound NOT = 'Y'
              DISPLAY "Product " WorkProdName " Not On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptItemCost
           IF WorkItemCost = ZERO
              DISPLAY "Cost Required, Price List Not Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Minimum Order Quantity : " WITH NO ADVANCING
           ACCEPT WorkMinQty
           DISPLAY "Lead Time In Days : " WITH NO ADVANCING
           ACCEPT WorkLeadDays
           MOVE 'N' TO SuppItemFound
           MOVE 'N' TO SuppItemEOF
           OPEN OUTPUT SuppItemWorkFile
           IF SuppItemWorkStatus NOT = "00"
              DISPLAY "Unable To Open SuppItem.tmp, Status "
                 SuppItemWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT SuppItemFile
           IF SuppItemStatus NOT = "00"
              MOVE 'Y' TO SuppItemEOF
           END-IF
           PERFORM UNTIL SuppItemEOF = 'Y'
              READ SuppItemFile
                 AT END MOVE 'Y' TO SuppItemEOF
                 NOT AT END
                    IF SISuppID = WorkSuppID
                       AND SIProdName = WorkProdName
                       MOVE 'Y' TO SuppItemFound
                       PERFORM FillSupplierItem
                    END-IF
                    WRITE SuppItemWorkRecord FROM SuppItemRecord
              END-READ
           END-PERFORM
           IF SuppItemStatus NOT = "35"
              CLOSE SuppItemFile
           END-IF
           IF SuppItemFound = 'N'
              PERFORM FillSupplierItem
              WRITE SuppItemWorkRecord FROM SuppItemRecord
           END-IF
           IF SuppItemWorkStatus NOT = "00"
              DISPLAY "Unable To Write SuppItem.tmp, Status "
                 SuppItemWorkStatus
           END-IF
           CLOSE SuppItemWorkFile
           PERFORM CopyWorkToSuppItems
           IF SuppItemFound = 'Y'
              DISPLAY "Supplier Item Updated"
           ELSE
              DISPLAY "Supplier Item Added"
           END-IF.

       FillSupplierItem.
           MOVE WorkSuppID TO SISuppID
           MOVE WorkProdName TO SIProdName
           MOVE WorkItemCost TO SIUnitCost
           MOVE WorkMinQty TO SIMinQty
           MOVE WorkLeadDays TO SILeadDays
           MOVE 'A' TO SIStatus.

       AcceptItemCost.
           MOVE ZERO TO WorkItemCost
           DISPLAY "Supplier Unit Cost (e.g. 007.50) : "
              WITH NO ADVANCING
           ACCEPT ItemCostText
           MOVE ZERO TO CostDotCount CostBadCount
           PERFORM VARYING CostSub FROM 1 BY 1 UNTIL CostSub > 6
              EVALUATE TRUE
                 WHEN ItemCostText(CostSub:1) = '.'
                    ADD 1 TO CostDotCount
                 WHEN ItemCostText(CostSub:1) = SPACE
                    CONTINUE
                 WHEN ItemCostText(CostSub:1) IS NUMERIC
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO CostBadCount
              END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
              WHEN ItemCostText = SPACE
                 CONTINUE
              WHEN CostBadCount = ZERO AND CostDotCount <= 1
                 COMPUTE WorkItemCost =
                    FUNCTION NUMVAL(ItemCostText)
                    ON SIZE ERROR
                       DISPLAY "Cost Too Large"
                       MOVE ZERO TO WorkItemCost
                 END-COMPUTE
              WHEN OTHER
                 DISPLAY "Cost Not Recognized"
           END-EVALUATE.

       CopyWorkToSuppItems.
           MOVE 'N' TO SuppItemWorkEOF
           OPEN INPUT SuppItemWorkFile
           IF SuppItemWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen SuppItem.tmp, Status "
                 SuppItemWorkStatus
           ELSE
              OPEN OUTPUT SuppItemFile
              IF SuppItemStatus NOT = "00"
                 DISPLAY "Unable To Rewrite SuppItem.dat, Status "
                    SuppItemStatus
                 CLOSE SuppItemWorkFile
              ELSE
                 PERFORM UNTIL SuppItemWorkEOF = 'Y'
                    READ SuppItemWorkFile
                       AT END MOVE 'Y' TO SuppItemWorkEOF
                       NOT AT END
                          WRITE SuppItemRecord FROM SuppItemWorkRecord
                          IF SuppItemStatus NOT = "00"
                             DISPLAY "Unable To Write SuppItem.dat, "
                                "Status " SuppItemStatus
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE SuppItemWorkFile, SuppItemFile
              END-IF
           END-IF.

       ListProductSuppliers.
           DISPLAY " "
           DISPLAY "Product Name : " WITH NO ADVANCING
           ACCEPT WorkProdName
           MOVE ZERO TO ListedCount
           MOVE 'N' TO SuppItemEOF
           OPEN INPUT SuppItemFile
           IF SuppItemStatus NOT = "00"
              DISPLAY "No Supplier Price List On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SuppItemEOF = 'Y'
              READ SuppItemFile
                 AT END MOVE 'Y' TO SuppItemEOF
                 NOT AT END
                    IF SIProdName = WorkProdName
                       ADD 1 TO ListedCount
                       MOVE SIUnitCost TO CostDisplay
                       DISPLAY "Supplier : " SISuppID
                          " Cost : " CostDisplay
                          " Min Qty : " SIMinQty
                          " Lead Days : " SILeadDays
                          " Status : " SIStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SuppItemFile
           IF ListedCount = ZERO
              DISPLAY "No Suppliers Priced For " WorkProdName
           END-IF.

       FindProduct.
           MOVE 'N' TO ProdFound
           MOVE 'N' TO ProductFileEOF
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
              MOVE 'Y' TO ProductFileEOF
           END-IF
           PERFORM UNTIL ProductFileEOF = 'Y'
              READ ProductFile
                 AT END MOVE 'Y' TO ProductFileEOF
                 NOT AT END
                    IF PMProdName = WorkProdName
                       MOVE 'Y' TO ProdFound
                       MOVE 'Y' TO ProductFileEOF
                    END-IF
              END-READ
           END-PERFORM
           IF ProductFileStatus NOT = "35"
              CLOSE ProductFile
           END-IF.

       FindSupplier.
           MOVE 'N' TO SuppFound
           MOVE 'N' TO SupplierEOF
                       " " SUName
                       " Phone : " SUPhone
                       " Status : " SUStatus
                       " Terms : Net " SUTermsDays
              END-READ
           END-PERFORM
           IF SupplierStatus NOT = "35"
           END-IF.

       GeneratePOs.
           PERFORM LoadSupplierItems
           MOVE ZERO TO POLineCount
           MOVE ZERO TO WorkPONum
           MOVE ZERO TO SuggestCount
           MOVE ZERO TO RunPOCount
           MOVE 'N' TO ProductFileEOF
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
           IF SuggestCount = ZERO
              DISPLAY "No Products At Or Below Reorder Point"
           END-IF
           PERFORM ShowRunPO
              VARYING RX FROM 1 BY 1 UNTIL RX > RunPOCount.

       ShowRunPO.
           DISPLAY "Purchase Order " RPPONum(RX) " Written To "
              "Supplier " RPSuppID(RX) ", " RPLines(RX) " Lines".

       SuggestOneProduct.
           MOVE ZERO TO QtyAvail
           IF PMQtyAlloc IS NUMERIC AND PMQtyOnHand > PMQtyAlloc
              COMPUTE QtyAvail = PMQtyOnHand - PMQtyAlloc
           END-IF
           IF PMQtyAlloc IS NOT NUMERIC
              MOVE PMQtyOnHand TO QtyAvail
           END-IF
           IF PMReorderPoint IS NUMERIC AND
              PMStatus NOT = 'D' AND
              QtyAvail <= PMReorderPoint
              ADD 1 TO SuggestCount
              IF PMOrderQty IS NUMERIC AND PMOrderQty > ZERO
                 COMPUTE SuggestQty =
                    PMOrderQty + PMReorderPoint - QtyAvail
              ELSE
                 COMPUTE SuggestQty =
                    (PMReorderPoint * 2) - QtyAvail
              END-IF
              DISPLAY "Product : " PMProdName
                 " On Hand : " PMQtyOnHand
                 " Available : " QtyAvail
                 " Reorder At : " PMReorderPoint
                 " Suggested : " SuggestQty
              PERFORM ChooseBestSupplier
              IF BuySuppID = ZERO
                 DISPLAY "No Supplier Prices On File For This Product"
              ELSE
                 MOVE BuyUnitCost TO CostDisplay
                 DISPLAY "Best Supplier : " BuySuppID
                    " Cost : " CostDisplay
                    " Min Qty : " BuyMinQty
                    " Lead Days : " BuyLeadDays
              END-IF
              DISPLAY "Order This Product (Y/N) : " WITH NO ADVANCING
              ACCEPT BuyConfirm
              IF BuyConfirm = 'Y' OR BuyConfirm = 'y'
                 DISPLAY "Supplier (0 = " BuySuppID ") : "
                    WITH NO ADVANCING
                 ACCEPT OverrideSuppID
                 IF OverrideSuppID NOT = ZERO
                    AND OverrideSuppID NOT = BuySuppID
                    PERFORM OverrideSupplier
                    IF SuppFound NOT = 'Y'
                       EXIT PARAGRAPH
                    END-IF
                 END-IF
                 IF BuySuppID = ZERO
                    DISPLAY "Supplier Required, Product Not Ordered"
                    EXIT PARAGRAPH
                 END-IF
                 DISPLAY "Quantity (0 = Suggested) : "
                    WITH NO ADVANCING
                 ACCEPT BuyQty
                 IF BuyQty = ZERO
                    MOVE SuggestQty TO BuyQty
                 END-IF
                 IF BuyQty < BuyMinQty
                    DISPLAY "Quantity Raised To Supplier Minimum "
                       BuyMinQty
                    MOVE BuyMinQty TO BuyQty
                 END-IF
                 IF BuyLeadDays > ZERO
                    COMPUTE DateInt =
                       FUNCTION INTEGER-OF-DATE(RunDate) + BuyLeadDays
                    COMPUTE BuyExpDate =
                       FUNCTION DATE-OF-INTEGER(DateInt)
                 ELSE
                    MOVE ZERO TO BuyExpDate
                 END-IF
                 PERFORM FindRunPO
                 PERFORM WritePOLine
                 IF POFileStatus = "00"
                    ADD 1 TO RPLines(RX)
                 END-IF
              END-IF
           END-IF.

       LoadSupplierItems.
           MOVE ZERO TO ItemCount
           MOVE 'N' TO SuppItemEOF
           OPEN INPUT SuppItemFile
           IF SuppItemStatus NOT = "00"
              DISPLAY "No Supplier Price List On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SuppItemEOF = 'Y'
              READ SuppItemFile
                 AT END MOVE 'Y' TO SuppItemEOF
                 NOT AT END
                    IF SIStatus NOT = 'D' AND ItemCount < 2000
                       AND SIUnitCost IS NUMERIC
                       ADD 1 TO ItemCount
                       MOVE SISuppID TO ITSuppID(ItemCount)
                       MOVE SIProdName TO ITProdName(ItemCount)
                       MOVE SIUnitCost TO ITUnitCost(ItemCount)
                       MOVE SIMinQty TO ITMinQty(ItemCount)
                       MOVE SILeadDays TO ITLeadDays(ItemCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SuppItemFile.

       ChooseBestSupplier.
           MOVE ZERO TO BestItem BuySuppID BuyMinQty BuyLeadDays
           MOVE PMUnitCost TO BuyUnitCost
           PERFORM CompareOneItem
              VARYING IX FROM 1 BY 1 UNTIL IX > ItemCount
           IF BestItem > ZERO
              SET IX TO BestItem
              MOVE ITSuppID(IX) TO BuySuppID
              MOVE ITUnitCost(IX) TO BuyUnitCost
              MOVE ITMinQty(IX) TO BuyMinQty
              MOVE ITLeadDays(IX) TO BuyLeadDays
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

       OverrideSupplier.
           MOVE OverrideSuppID TO WorkSuppID
           PERFORM FindSupplier
           IF SuppFound NOT = 'Y'
              DISPLAY "Supplier " OverrideSuppID
                 " Not On File, Product Not Ordered"
              EXIT PARAGRAPH
           END-IF
           MOVE OverrideSuppID TO BuySuppID
           MOVE 'N' TO SuppItemFound
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ItemCount
              IF ITSuppID(IX) = OverrideSuppID
                 AND ITProdName(IX) = PMProdName
                 MOVE 'Y' TO SuppItemFound
                 MOVE ITUnitCost(IX) TO BuyUnitCost
                 MOVE ITMinQty(IX) TO BuyMinQty
                 MOVE ITLeadDays(IX) TO BuyLeadDays
              END-IF
           END-PERFORM
           IF SuppItemFound = 'N'
              DISPLAY "No Price On File From " SUName
                 ", Average Cost Used"
              MOVE PMUnitCost TO BuyUnitCost
              MOVE ZERO TO BuyMinQty BuyLeadDays
           END-IF.

       FindRunPO.
           MOVE 'N' TO RunPOFound
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RunPOCount
              OR RunPOFound = 'Y'
              IF RPSuppID(RX) = BuySuppID
                 MOVE 'Y' TO RunPOFound
              END-IF
           END-PERFORM
           IF RunPOFound = 'Y'
              SET RX DOWN BY 1
              MOVE RPPONum(RX) TO WorkPONum
           ELSE
              IF RunPOCount < 100
                 ADD 1 TO RunPOCount
              END-IF
              SET RX TO RunPOCount
              PERFORM GetNextPONum
              MOVE BuySuppID TO RPSuppID(RX)
              MOVE WorkPONum TO RPPONum(RX)
              MOVE ZERO TO RPLines(RX)
              DISPLAY "PO Number Assigned : " WorkPONum
                 " For Supplier " BuySuppID
           END-IF.

       GetNextPONum.
              MOVE ZERO TO POQtyReceived
              MOVE 'O' TO POStatus
              MOVE CurrentOperator TO POBuyer
              MOVE BuyUnitCost TO POUnitCost
              MOVE ZERO TO PORecvCost
              MOVE BuyExpDate TO POExpDate
              WRITE PORecord
              IF POFileStatus NOT = "00"
                 DISPLAY "Unable To Write POFile.dat, Status "
           DISPLAY "Enter PO Number : " WITH NO ADVANCING.
           ACCEPT WorkPONum.
           MOVE ZERO TO ListedCount
           MOVE ZERO TO POTotalCost
           OPEN EXTEND POReport
           IF POReportStatus = "35"
              OPEN OUTPUT POReport
                       MOVE POProdName TO PrnProdName
                       MOVE POQtyOrdered TO PrnQtyOrdered
                       MOVE POQtyReceived TO PrnQtyReceived
                       IF POUnitCost IS NOT NUMERIC
                          MOVE ZERO TO POUnitCost
                       END-IF
                       COMPUTE POExtCost = POQtyOrdered * POUnitCost
                       ADD POExtCost TO POTotalCost
                       MOVE POUnitCost TO PrnUnitCost
                       MOVE POExtCost TO PrnExtCost
                       IF POExpDate IS NUMERIC AND POExpDate > ZERO
                          MOVE POExpDate TO PrnExpDate
                       ELSE
                          MOVE "UNKNOWN" TO PrnExpDate
                       END-IF
                       WRITE POLine FROM PODetailLine
                       IF POReportStatus NOT = "00"
                          DISPLAY "Unable To Write PurchOrd.rpt, "
           IF POFileStatus NOT = "35"
              CLOSE POFile
           END-IF
           IF ListedCount > ZERO
              MOVE POTotalCost TO PrnPOTotal
              WRITE POLine FROM POTotalLine
           END-IF
           CLOSE POReport
           IF ListedCount = ZERO
              DISPLAY "PO " WorkPONum " Not On File"
