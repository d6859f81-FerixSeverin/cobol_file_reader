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

       FD PriceFile.
       01 PriceFileRecord.
       01 ProductFileEOF PIC X VALUE 'N'.
       01 PriceFileEOF PIC X.
       01 ProductsValued PIC 9(5) VALUE ZERO.
       01 ValueBasis PIC X VALUE 'P'.
       01 NoCostCount PIC 9(5) VALUE ZERO.

       01 EffPriceCount PIC 9(3) VALUE ZERO.
       01 EffPriceTable.
           02 FILLER PIC X(30) VALUE
              "INVENTORY VALUATION AT ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBasis PIC X(20).
       01 Heads PIC X(60) VALUE
          "Product      On Hand    Unit Price       Extended  St".
       01 CostHeads PIC X(60) VALUE
          "Product      On Hand     Unit Cost       Extended  St".
       01 ValueDetailLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X(3) VALUE SPACE.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           ACCEPT ValueBasis FROM ENVIRONMENT "INV_VALUE_BASIS"
           IF ValueBasis = 'c'
              MOVE 'C' TO ValueBasis
           END-IF
           IF ValueBasis NOT = 'C'
              MOVE 'P' TO ValueBasis
           END-IF
           PERFORM LoadEffPrices
           OPEN INPUT ProductFile.
           IF ProductFileStatus NOT = "00"
              GOBACK
           END-IF
           MOVE RunDate TO PrnRunDate
           IF ValueBasis = 'C'
              MOVE "AT AVERAGE COST" TO PrnBasis
              WRITE PrintLine FROM ReportHeading
              WRITE PrintLine FROM CostHeads
           ELSE
              MOVE "AT SELLING PRICE" TO PrnBasis
              WRITE PrintLine FROM ReportHeading
              WRITE PrintLine FROM Heads
           END-IF
           PERFORM UNTIL ProductFileEOF = 'Y'
              READ ProductFile
                 AT END MOVE 'Y' TO ProductFileEOF
           END-IF
           CLOSE ProductFile, ValueReport
           DISPLAY "Products Valued : " ProductsValued.
           IF NoCostCount > ZERO
              DISPLAY "Products With No Unit Cost : " NoCostCount
           END-IF.
           GOBACK.

       COPY SITEPROC.

       ValueOneProduct.
           ADD 1 TO ProductsValued
           IF ValueBasis = 'C'
              IF PMUnitCost IS NUMERIC
                 MOVE PMUnitCost TO UnitValue
              ELSE
                 MOVE ZERO TO UnitValue
              END-IF
              IF UnitValue = ZERO
                 ADD 1 TO NoCostCount
              END-IF
           ELSE
              PERFORM LookUpEffPrice
           END-IF
           COMPUTE TotalQty = PMQtyOnHand + PMQtyLoc2
           COMPUTE ExtValue = TotalQty * UnitValue
           IF PMStatus = 'D'
