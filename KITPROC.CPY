      *> Kits and their components from KitComp.dat. PERFORM
      *> LoadKitTable once and FindKit for KitWanted; SetKitComponent
      *> loads the component at KX.
       LoadKitTable.
           MOVE ZERO TO KitCount
           MOVE 'N' TO KitCompEOF
           OPEN INPUT KitCompFile
           IF KitCompStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL KitCompEOF = 'Y'
              READ KitCompFile
                 AT END MOVE 'Y' TO KitCompEOF
                 NOT AT END
                    IF KitCount < 500 AND KCCompQty IS NUMERIC
                       AND KCCompQty > ZERO
                       ADD 1 TO KitCount
                       MOVE KCKitName TO KTKitName(KitCount)
                       MOVE KCCompName TO KTCompName(KitCount)
                       MOVE FUNCTION UPPER-CASE(KCCompSize)
                          TO KTCompSize(KitCount)
                       MOVE KCCompQty TO KTCompQty(KitCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KitCompFile.

       FindKit.
           MOVE 'N' TO KitFound
           IF KitCount > 0
              SET KX TO 1
              SEARCH KitEntry
                 AT END CONTINUE
                 WHEN KTKitName(KX) = KitWanted
                    MOVE 'Y' TO KitFound
              END-SEARCH
           END-IF.

       SetKitComponent.
           MOVE KTCompName(KX) TO CompProdName
           IF KTCompSize(KX) = SPACE
              MOVE FUNCTION UPPER-CASE(StockSize) TO CompSize
           ELSE
              MOVE KTCompSize(KX) TO CompSize
           END-IF
           COMPUTE CompQty = StockQty * KTCompQty(KX)
              ON SIZE ERROR MOVE 9999999 TO CompQty
           END-COMPUTE.
