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

       FD ReorderReport.
       01 PrintLine PIC X(60).

       WORKING-STORAGE SECTION.
       01 ProductFileStatus PIC XX VALUE "00".
       01 ProductFileEOF PIC X VALUE 'N'.
       01 NoProductData PIC X VALUE 'N'.
       01 ReorderCount PIC 9(5) VALUE ZERO.
       01 QtyAvail PIC 9(5).

       01 Heads PIC X(60) VALUE
          "Product    Size  On Hand   Alloc   Avail  Reorder At".
       01 ReorderDetailLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSize PIC A.
           02 FILLER PIC X(7) VALUE SPACE.
           02 PrnQtyOnHand PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnQtyAlloc PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnQtyAvail PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE SPACE.
           02 PrnReorderPoint PIC ZZZZ9.
       01 FooterCountLine.
           02 FILLER PIC X(26) VALUE "Sizes At Or Below Point".
           02 FILLER PIC X(3) VALUE " : ".
           02 PrnReorderCount PIC ZZZZ9.

       COPY SITEWS.
       COPY SIZEWS.

       PROCEDURE DIVISION.
       StartPara.
                       ReorderReportStatus
                 END-IF
                 CLOSE ReorderReport
                 DISPLAY "Product Sizes At Or Below Reorder Point : "
                    ReorderCount
              END-IF
              CLOSE ProductFile

       COPY SITEPROC.

       COPY SIZEPROC.

       CheckOneProduct.
           IF PMStatus NOT = 'D'
              PERFORM SumSizeStock
              PERFORM CheckOneSize
                 VARYING SizeIx FROM 1 BY 1 UNTIL SizeIx > 3
           END-IF.

       CheckOneSize.
           MOVE ZERO TO QtyAvail
           IF PMSizeOnHand(SizeIx) > PMSizeAlloc(SizeIx)
              COMPUTE QtyAvail =
                 PMSizeOnHand(SizeIx) - PMSizeAlloc(SizeIx)
           END-IF
           IF PMProdSizes(SizeIx) NOT = SPACE AND
              QtyAvail <= PMSizeReorder(SizeIx)
              MOVE PMProdName TO PrnProdName
              MOVE PMProdSizes(SizeIx) TO PrnSize
              MOVE PMSizeOnHand(SizeIx) TO PrnQtyOnHand
              MOVE PMSizeAlloc(SizeIx) TO PrnQtyAlloc
              MOVE QtyAvail TO PrnQtyAvail
              MOVE PMSizeReorder(SizeIx) TO PrnReorderPoint
              WRITE PrintLine FROM ReorderDetailLine
              IF ReorderReportStatus NOT = "00"
                 DISPLAY "Unable To Write Reorder.rpt, Status "
