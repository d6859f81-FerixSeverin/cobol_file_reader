           02 OPStatus PIC X.
           02 OPQtyLoc2 PIC 9(5).
           02 OPCategory PIC X(6).
           02 OPUnitCost PIC 9(3)V99.
           02 OPSizeStock.
              03 OPSizeEntry OCCURS 3 TIMES.
                 04 OPSizeOnHand PIC 9(5).
                 04 OPSizeReorder PIC 9(5).
                 04 OPSizeLoc2 PIC 9(5).

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
       01 OldProductStatus PIC XX VALUE "00".
       01 DuplicateCount PIC 9(5) VALUE ZERO.

       COPY SITEWS.
       COPY SIZEWS.

       PROCEDURE DIVISION.
       StartPara.

       COPY SITEPROC.

       COPY SIZEPROC.

       LoadOneProduct.
           MOVE OPProdName TO PMProdName
           MOVE OPProdSizes(1) TO PMProdSizes(1)
              MOVE ZERO TO PMQtyLoc2
           END-IF
           MOVE OPCategory TO PMCategory
           IF OPUnitCost IS NUMERIC
              MOVE OPUnitCost TO PMUnitCost
           ELSE
              MOVE ZERO TO PMUnitCost
           END-IF
           MOVE ZERO TO PMOrderQty
           IF OPSizeStock IS NUMERIC
              PERFORM VARYING SizeIx FROM 1 BY 1 UNTIL SizeIx > 3
                 MOVE OPSizeOnHand(SizeIx) TO PMSizeOnHand(SizeIx)
                 MOVE OPSizeReorder(SizeIx) TO PMSizeReorder(SizeIx)
                 MOVE OPSizeLoc2(SizeIx) TO PMSizeLoc2(SizeIx)
                 MOVE ZERO TO PMSizeAlloc(SizeIx)
              END-PERFORM
              PERFORM SumSizeStock
           ELSE
              PERFORM SeedSizeStock
           END-IF
           WRITE ProdMastRecord
              INVALID KEY
                 ADD 1 TO DuplicateCount
