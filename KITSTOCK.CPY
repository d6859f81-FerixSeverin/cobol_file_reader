      *> Stock by order line, kit or not; needs KITPROC and SIZEPROC.
      *> Set StockProdName, StockSize and StockQty. GetLineAvail sets
      *> LineAvail; UpdateLineStock allocates, releases or ships.
       GetLineAvail.
           MOVE ZERO TO LineAvail LineOverflow
           MOVE 'Y' TO StockSizeOK
           MOVE StockProdName TO KitWanted
           PERFORM FindKit
           IF KitFound = 'N'
              MOVE StockProdName TO CompProdName
              MOVE StockSize TO CompSize
              PERFORM GetCompAvail
              MOVE CompAvail TO LineAvail
              IF StockSizeOK = 'Y'
                 MOVE PMSizeLoc2(SizeSlot) TO LineOverflow
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE 99999 TO LineAvail
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KitCount
              IF KTKitName(KX) = KitWanted
                 PERFORM SetKitComponent
                 PERFORM GetCompAvail
                 DIVIDE KTCompQty(KX) INTO CompAvail
                 IF CompAvail < LineAvail
                    MOVE CompAvail TO LineAvail
                 END-IF
              END-IF
           END-PERFORM.

       GetCompAvail.
           MOVE ZERO TO CompAvail
           MOVE CompProdName TO PMProdName
           READ ProductFile
              INVALID KEY MOVE 'N' TO StockSizeOK
              NOT INVALID KEY
                 MOVE CompSize TO SizeWanted
                 PERFORM FindSizeSlot
                 IF SizeSlot = ZERO
                    MOVE 'N' TO StockSizeOK
                 ELSE
                    PERFORM GetSizeAvail
                    MOVE SizeAvail TO CompAvail
                 END-IF
           END-READ.

       UpdateLineStock.
           MOVE StockProdName TO KitWanted
           PERFORM FindKit
           IF KitFound = 'N'
              MOVE StockProdName TO CompProdName
              MOVE StockSize TO CompSize
              MOVE StockQty TO CompQty
              PERFORM UpdateCompStock
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KitCount
              IF KTKitName(KX) = KitWanted
                 PERFORM SetKitComponent
                 PERFORM UpdateCompStock
              END-IF
           END-PERFORM.

       UpdateCompStock.
           MOVE CompProdName TO PMProdName
           READ ProductFile
              INVALID KEY
                 DISPLAY "Product Gone From Master, Stock Not "
                    "Updated : " CompProdName
              NOT INVALID KEY
                 MOVE CompSize TO SizeWanted
                 PERFORM FindSizeSlot
                 IF SizeSlot = ZERO
                    MOVE 1 TO SizeSlot
                 END-IF
                 IF CompQty > 99999
                    MOVE 99999 TO SizeQty
                 ELSE
                    MOVE CompQty TO SizeQty
                 END-IF
                 EVALUATE StockAction
                    WHEN 'A' PERFORM AllocateSizeStock
                    WHEN 'R' PERFORM ReleaseSizeAlloc
                    WHEN 'S' PERFORM ShipSizeStock
                 END-EVALUATE
                 REWRITE ProdMastRecord
                    INVALID KEY
                       DISPLAY "Unable To Update ProdMast.dat For "
                          CompProdName
                 END-REWRITE
           END-READ.
