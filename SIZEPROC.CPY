      *> Per-size stock on the product master. Set SizeWanted and
      *> PERFORM FindSizeSlot for SizeSlot; PERFORM SumSizeStock after
      *> changing any size quantity, before the REWRITE.
       FindSizeSlot.
           MOVE ZERO TO SizeSlot
           MOVE FUNCTION UPPER-CASE(SizeWanted) TO SizeWanted
           IF SizeWanted NOT = SPACE
              PERFORM VARYING SizeIx FROM 1 BY 1 UNTIL SizeIx > 3
                 IF SizeSlot = ZERO
                    AND PMProdSizes(SizeIx) = SizeWanted
                    MOVE SizeIx TO SizeSlot
                 END-IF
              END-PERFORM
           END-IF.

       SumSizeStock.
           MOVE ZERO TO PMQtyOnHand PMReorderPoint PMQtyLoc2
           MOVE ZERO TO PMQtyAlloc
           PERFORM VARYING SizeIx FROM 1 BY 1 UNTIL SizeIx > 3
              IF PMSizeOnHand(SizeIx) IS NOT NUMERIC
                 MOVE ZERO TO PMSizeOnHand(SizeIx)
              END-IF
              IF PMSizeReorder(SizeIx) IS NOT NUMERIC
                 MOVE ZERO TO PMSizeReorder(SizeIx)
              END-IF
              IF PMSizeLoc2(SizeIx) IS NOT NUMERIC
                 MOVE ZERO TO PMSizeLoc2(SizeIx)
              END-IF
              ADD PMSizeOnHand(SizeIx) TO PMQtyOnHand
              ADD PMSizeReorder(SizeIx) TO PMReorderPoint
              IF PMSizeAlloc(SizeIx) IS NOT NUMERIC
                 MOVE ZERO TO PMSizeAlloc(SizeIx)
              END-IF
              ADD PMSizeLoc2(SizeIx) TO PMQtyLoc2
              ADD PMSizeAlloc(SizeIx) TO PMQtyAlloc
           END-PERFORM.

       GetSizeAvail.
           MOVE ZERO TO SizeAvail
           IF SizeSlot > ZERO
              PERFORM SumSizeStock
              IF PMSizeOnHand(SizeSlot) > PMSizeAlloc(SizeSlot)
                 COMPUTE SizeAvail =
                    PMSizeOnHand(SizeSlot) - PMSizeAlloc(SizeSlot)
              END-IF
           END-IF.

       AllocateSizeStock.
           IF SizeSlot > ZERO
              PERFORM SumSizeStock
              ADD SizeQty TO PMSizeAlloc(SizeSlot)
              PERFORM SumSizeStock
           END-IF.

       ReleaseSizeAlloc.
           IF SizeSlot > ZERO
              PERFORM SumSizeStock
              IF SizeQty > PMSizeAlloc(SizeSlot)
                 MOVE ZERO TO PMSizeAlloc(SizeSlot)
              ELSE
                 SUBTRACT SizeQty FROM PMSizeAlloc(SizeSlot)
              END-IF
              PERFORM SumSizeStock
           END-IF.

       ShipSizeStock.
           IF SizeSlot > ZERO
              PERFORM ReleaseSizeAlloc
              IF SizeQty > PMSizeOnHand(SizeSlot)
                 MOVE ZERO TO PMSizeOnHand(SizeSlot)
              ELSE
                 SUBTRACT SizeQty FROM PMSizeOnHand(SizeSlot)
              END-IF
              PERFORM SumSizeStock
           END-IF.

       SeedSizeStock.
           MOVE ZERO TO SizeSlot PMQtyAlloc
           PERFORM VARYING SizeIx FROM 1 BY 1 UNTIL SizeIx > 3
              MOVE ZERO TO PMSizeOnHand(SizeIx) PMSizeReorder(SizeIx)
                 PMSizeLoc2(SizeIx) PMSizeAlloc(SizeIx)
              IF SizeSlot = ZERO AND PMProdSizes(SizeIx) NOT = SPACE
                 MOVE SizeIx TO SizeSlot
              END-IF
           END-PERFORM
           IF SizeSlot = ZERO
              MOVE 1 TO SizeSlot
           END-IF
           MOVE PMQtyOnHand TO PMSizeOnHand(SizeSlot)
           MOVE PMReorderPoint TO PMSizeReorder(SizeSlot)
           MOVE PMQtyLoc2 TO PMSizeLoc2(SizeSlot).
