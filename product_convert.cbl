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
       01 OrderFileStatus PIC XX VALUE "00".
       01 UnmatchedCount PIC 9(3) VALUE ZERO.
       01 ProdMastOpen PIC X VALUE 'N'.

       COPY SIZEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

       COPY SIZEPROC.

       ConvertOneProduct.
           MOVE OFProdName TO PMProdName
           MOVE OFProdSize(1) TO PMProdSizes(1)
           MOVE OFProdSize(2) TO PMProdSizes(2)
           MOVE OFProdSize(3) TO PMProdSizes(3)
           MOVE ZERO TO PMProdPrice PMQtyOnHand PMReorderPoint
           MOVE ZERO TO PMQtyLoc2 PMUnitCost
           MOVE SPACES TO PMCategory
           MOVE 'A' TO PMStatus
           PERFORM FindOldProduct
           IF OldProdFound = 'Y'
              ADD 1 TO NoPriceCount
              DISPLAY "No Price Record For : " OFProdName
           END-IF
           MOVE ZERO TO PMOrderQty
           PERFORM SeedSizeStock
           WRITE ProdMastRecord
           IF ProdMastStatus NOT = "00"
              DISPLAY "Unable To Write ProdMast.dat, Status "
                    MOVE OPQtyOnHand(OX) TO PMQtyOnHand
                    MOVE OPReorderPoint(OX) TO PMReorderPoint
                    MOVE OPStatus(OX) TO PMStatus
                    MOVE ZERO TO PMQtyLoc2 PMUnitCost
                    MOVE SPACES TO PMCategory
                    MOVE ZERO TO PMOrderQty
                    PERFORM SeedSizeStock
                    WRITE ProdMastRecord
                    IF ProdMastStatus NOT = "00"
                       DISPLAY "Unable To Write ProdMast.dat, Status "
