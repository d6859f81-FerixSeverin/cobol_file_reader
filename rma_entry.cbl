              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT KitCompFile ASSIGN TO "KitComp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitCompStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT GiftCtlFile ASSIGN TO "GiftCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GiftCtlStatus.
           SELECT LoyaltyFile ASSIGN TO "LoyaltyPts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyStatus.
           SELECT LoyaltyCtlFile ASSIGN TO "Loyalty.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyCtlStatus.

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

       FD GiftFile.
       01 GiftRecord.
       FD GiftCtlFile.
       01 GiftCtlRecord PIC 9(7).

       FD LoyaltyFile.
       01 LoyaltyRecord.
           02 LPTimestamp PIC X(21).
           02 LPCustID PIC 9(5).
           02 LPType PIC X.
           02 LPPoints PIC 9(7).
           02 LPOrdNum PIC 9(7).
           02 LPExpiry PIC 9(8).
           02 LPRef PIC X(10).
           02 LPOperator PIC X(8).

       FD LoyaltyCtlFile.
       01 LoyaltyCtlRecord.
           02 LCEarnRate PIC 9(3)V99.
           02 FILLER PIC X.
           02 LCPointValue PIC 9V9999.
           02 FILLER PIC X.
           02 LCExpireDays PIC 9(4).

       WORKING-STORAGE SECTION.
       01 RmaFileStatus PIC XX VALUE "00".
       01 RmaWorkStatus PIC XX VALUE "00".
       01 GiftFileStatus PIC XX VALUE "00".
       01 GiftCtlStatus PIC XX VALUE "00".
       01 StoreCreditConfirm PIC X.
       01 DefectiveFlag PIC X VALUE 'N'.
       01 NextCertNum PIC 9(7).
       01 NewCertNum PIC 9(7).
       01 CurrentOperator PIC X(8) VALUE SPACES.
           02 AJAfter PIC X(61).

       COPY SITEWS.
       COPY SIZEWS.
       COPY KITWS.
       COPY LOYALWS.

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
           PERFORM ReadLoyaltyCtl
           CALL "SIGNON" USING SignonResult
              ON EXCEPTION
                 MOVE 'Y' TO SROK

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY KITPROC.

       COPY LOYALPROC.

       IssueRma.
           DISPLAY " "
           DISPLAY "Enter Original Order Number : " WITH NO ADVANCING.
                 NOT AT END
                    IF RMNum = WorkRmaNum AND RMStatus = 'O'
                       MOVE 'Y' TO RmaFound
                       PERFORM AskDefective
                       MOVE RMCustID TO WorkCustID
                       MOVE RMOrdNum TO WorkOrdNum
                       MOVE RMProdName TO WorkProdName
              DISPLAY "RMA " WorkRmaNum " Not Open"
           ELSE
              PERFORM CopyWorkToRmas
              IF DefectiveFlag = 'Y'
                 DISPLAY "Goods Held For Return To Vendor, "
                    "Not Restocked"
              ELSE
                 PERFORM RestockReturn
              END-IF
              DISPLAY "Issue Store Credit Instead Of A/R Credit "
                 "(Y/N) : " WITH NO ADVANCING
              ACCEPT StoreCreditConfirm
                 PERFORM WriteARCredit
              END-IF
              PERFORM WriteReturnAudit
              PERFORM ReversePoints
              ADD 1 TO ReceivedCount
              MOVE CreditAmount TO AmountDisplay
              DISPLAY "Return Received, Credit Posted : "
              END-IF
           END-IF.

       AskDefective.
           DISPLAY "Returned : " RMProdName " Size " RMSize
              " Qty " RMQty
           DISPLAY "Goods Defective, Return To Supplier (Y/N) : "
              WITH NO ADVANCING
           ACCEPT DefectiveFlag
           IF DefectiveFlag = 'y'
              MOVE 'Y' TO DefectiveFlag
           END-IF
           IF DefectiveFlag = 'Y'
              MOVE 'D' TO RMStatus
           ELSE
              MOVE 'N' TO DefectiveFlag
              MOVE 'R' TO RMStatus
           END-IF.

       RestockReturn.
           MOVE 'N' TO ProdFound
           OPEN I-O ProductFile
                 ProductFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE WorkProdName TO KitWanted
           PERFORM FindKit
           IF KitFound = 'Y'
              MOVE WorkSize TO StockSize
              MOVE WorkQty TO StockQty
              PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KitCount
                 IF KTKitName(KX) = KitWanted
                    PERFORM SetKitComponent
                    PERFORM RestockOneProduct
                 END-IF
              END-PERFORM
           ELSE
              MOVE WorkProdName TO CompProdName
              MOVE WorkSize TO CompSize
              MOVE WorkQty TO CompQty
              PERFORM RestockOneProduct
           END-IF
           CLOSE ProductFile.

       RestockOneProduct.
           MOVE 'N' TO ProdFound
           MOVE CompProdName TO PMProdName
           READ ProductFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO ProdFound
                 MOVE CompSize TO SizeWanted
                 PERFORM FindSizeSlot
                 IF SizeSlot = ZERO
                    DISPLAY "Size " CompSize " Not Carried, "
                       "Restocked To " PMProdSizes(1)
                    MOVE 1 TO SizeSlot
                 END-IF
                 ADD CompQty TO PMSizeOnHand(SizeSlot)
                 PERFORM SumSizeStock
                 REWRITE ProdMastRecord
                    INVALID KEY
                       DISPLAY "Unable To Update ProdMast.dat"
                 END-REWRITE
           END-READ
           IF ProdFound = 'N'
              DISPLAY "Product " CompProdName
                 " Not On Master, Stock Not Updated"
           END-IF.

       IssueStoreCredit.
           PERFORM GetNextCertNum
              CLOSE ARTransFile
           END-IF.

       ReversePoints.
           PERFORM FindOrderLine
           IF LineFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE WorkCustID TO LoyaltyCustID
           MOVE WorkOrdNum TO LoyaltyOrdNum
           MOVE FUNCTION CURRENT-DATE(1:8) TO LoyaltyDate
           PERFORM GetPointsBalance
           IF LoyaltyOrderEarned NOT > LoyaltyOrderReversed
              EXIT PARAGRAPH
           END-IF
           COMPUTE LoyaltyMerch = WorkQty * OTUnitPrice
           COMPUTE LoyaltyPoints = LoyaltyMerch * LoyaltyEarnRate
              ON SIZE ERROR MOVE ZERO TO LoyaltyPoints
           END-COMPUTE
           IF LoyaltyPoints >
              LoyaltyOrderEarned - LoyaltyOrderReversed
              COMPUTE LoyaltyPoints =
                 LoyaltyOrderEarned - LoyaltyOrderReversed
           END-IF
           IF LoyaltyPoints = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO LoyaltyType
           MOVE SPACES TO LoyaltyRef
           STRING "RMA" WorkRmaNum DELIMITED BY SIZE INTO LoyaltyRef
           MOVE CurrentOperator TO LoyaltyOperator
           PERFORM WriteLoyaltyEntry
           DISPLAY "Loyalty Points Reversed : " LoyaltyPoints.

       WriteReturnAudit.
           OPEN EXTEND OrderAudit
           IF OrderAuditStatus = "35"
              MOVE ZERO TO OANewQty
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
