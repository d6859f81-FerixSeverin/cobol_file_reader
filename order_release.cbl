              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT KitCompFile ASSIGN TO "KitComp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitCompStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
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

       FD KitCompFile.
       01 KitCompRecord.
           02 KCKitName PIC X(10).
           02 KCCompName PIC X(10).
           02 KCCompSize PIC A.
           02 KCCompQty PIC 9(3).

       FD ARTransFile.
       01 ARTransRecord.
           02 OANewQty PIC 9(5).
           02 OAOperator PIC X(8).
           02 OAOrdNum PIC 9(7).
           02 OACheck PIC 9(9).

       WORKING-STORAGE SECTION.
       01 OrderMastStatus PIC XX VALUE "00".
       01 CancelTable.
           02 CancelEntry OCCURS 50 TIMES INDEXED BY CX.
              03 CXProdName PIC X(10).
              03 CXSize PIC A.
              03 CXQty PIC 9(5).

       01 ProdFound PIC X.
           02 XROK PIC X.

       COPY SITEWS.
       COPY SIZEWS.
       COPY KITWS.

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
           PERFORM ResolveDatasetNames
           PERFORM LoadKitTable
           CALL "SIGNON" USING SignonResult
              ON EXCEPTION
                 MOVE 'Y' TO SROK

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY KITPROC.

       COPY KITSTOCK.

       ListHeldOrders.
           MOVE ZERO TO HeldCount
           MOVE 'N' TO HeldListEOF
                 IF CancelCount < 50
                    ADD 1 TO CancelCount
                    MOVE OTProdName TO CXProdName(CancelCount)
                    MOVE OTSize TO CXSize(CancelCount)
                    MOVE OTQty TO CXQty(CancelCount)
                 END-IF
              END-IF
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              DISPLAY "Allocation Not Updated"
              EXIT PARAGRAPH
           END-IF
           PERFORM RestockOneLine
           CLOSE ProductFile.

       RestockOneLine.
           MOVE CXProdName(CX) TO StockProdName
           MOVE CXSize(CX) TO StockSize
           MOVE CXQty(CX) TO StockQty
           MOVE 'R' TO StockAction
           PERFORM UpdateLineStock.

       WriteReleaseAudit.
           OPEN EXTEND OrderAudit
              MOVE ZERO TO OAOldQty OANewQty
              MOVE CurrentOperator TO OAOperator
              MOVE WorkOrdNum TO OAOrdNum
              MOVE "STAMP" TO CRFunc
              MOVE "OrderAudit.log" TO CRLogName
              MOVE OrderAuditRecord TO CRRecord
              CALL "AUDIT_CHAIN" USING ChainRequest
                 ON EXCEPTION MOVE ZERO TO CRCheck
              END-CALL
              MOVE CRCheck TO OACheck
              WRITE OrderAuditRecord
              IF OrderAuditStatus NOT = "00"
                 DISPLAY "Unable To Write OrderAudit.log, Status "
