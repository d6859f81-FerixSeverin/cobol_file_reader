           SELECT OrderAudit ASSIGN TO "OrderAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderAuditStatus.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT KitCompFile ASSIGN TO "KitComp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitCompStatus.
           SELECT ProductAudit ASSIGN TO "ProductAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProductAuditStatus.
           SELECT ShipToFile ASSIGN TO "ShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipToStatus.
           SELECT OrderShipFile ASSIGN TO "OrderShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderShipStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BillToStatus.
           SELECT PartnerFile ASSIGN TO "TradePartner.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PartnerStatus.
           SELECT AsnFile ASSIGN TO PartnerFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AsnFileStatus.

       DATA DIVISION.
       FILE SECTION.
           02 SHCarrier PIC X(10).
           02 SHTracking PIC X(20).
           02 SHOperator PIC X(8).
           02 SHFreightCost PIC 9(5)V99.
           02 SHManifest PIC 9(8).

       FD OrderAudit.
       01 OrderAuditRecord.
           02 OANewQty PIC 9(5).
           02 OAOperator PIC X(8).
           02 OAOrdNum PIC 9(7).
           02 OACheck PIC 9(9).

       FD OrderTransFile.
       01 OrderTransRecord.
           02 OTTimestamp PIC X(21).
           02 OTCustID PIC 9(5).
           02 OTProdName PIC X(10).
           02 OTSize PIC A.
           02 OTQty PIC 9(5).
           02 OTUnitPrice PIC 9(3)V99.
           02 OTExtPrice PIC 9(7)V99.
           02 OTStatus PIC X.
           02 OTOrdNum PIC 9(7).
           02 OTOperator PIC X(8).
           02 OTLineNum PIC 9(3).
           02 OTTaxAmt PIC 9(5)V99.

       FD ProductFile.
       01 ProdMastRecord.
           02 PMProdName PIC X(10).
           02 PMProdSizes PIC A OCCURS 3 TIMES.
           02 PMProdPrice PIC 9(3)V99.
           02 PMQtyOnHand PIC 9(5).
           02 PMReorderPoint PIC 9(5).
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

       FD ProductAudit.
       01 ProductAuditRecord.
           02 PATimestamp PIC X(21).
           02 PAAction PIC X(6).
           02 PAProdName PIC X(10).
           02 PAOldPrice PIC 9(3)V99.
           02 PANewPrice PIC 9(3)V99.
           02 PAOldQty PIC 9(5).
           02 PANewQty PIC 9(5).
           02 PAOperator PIC X(8).
           02 PACheck PIC 9(9).

       FD ShipToFile.
       01 ShipToRecord.
           02 SACustID PIC 9(5).
           02 SAShipNum PIC 99.
           02 SAName PIC X(30).
           02 SAStreet PIC X(20).
           02 SACity PIC X(15).
           02 SAState PIC X(2).
           02 SAZip PIC 9(5).

       FD OrderShipFile.
       01 OrderShipRecord.
           02 OXOrdNum PIC 9(7).
           02 OXCustID PIC 9(5).
           02 OXShipNum PIC 99.
           02 OXName PIC X(30).
           02 OXStreet PIC X(20).
           02 OXCity PIC X(15).
           02 OXState PIC X(2).
           02 OXZip PIC 9(5).

       FD BillToFile.
       01 BillToRecord.
           02 BRBranchID PIC 9(5).
           02 BRParentID PIC 9(5).

       FD PartnerFile.
       01 PartnerRecord.
           02 PTPartnerID PIC 9(5).
           02 PTSince PIC 9(8).

       FD AsnFile.
       01 AsnRecord PIC X(120).

       WORKING-STORAGE SECTION.
       01 OrderMastStatus PIC XX VALUE "00".
       01 ShipmentStatus PIC XX VALUE "00".
       01 OrderAuditStatus PIC XX VALUE "00".
       01 OrderTransStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".
       01 ProductAuditStatus PIC XX VALUE "00".
       01 OrderTransEOF PIC X.
       01 OldQty PIC 9(5).
       01 LinesShipped PIC 9(3).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WorkOrdNum PIC 9(7).
       01 WorkCarrier PIC X(10).
       01 WorkTracking PIC X(20).
       01 WorkFreightText PIC X(10).
       01 WorkFreightCost PIC 9(5)V99.
       01 OrderFound PIC X.
       01 ShipScanEOF PIC X.
       01 ShipmentsShown PIC 9(3).
           02 OJBefore PIC X(77).
           02 OJAfter PIC X(77).

       COPY SITEWS.
       COPY SIZEWS.
       COPY KITWS.
       COPY SHIPTOWS.
       COPY BILLTOWS.
       COPY PARTNERWS.

       01 AsnFileStatus PIC XX VALUE "00".
       01 AsnOut PIC X(120).
       01 AsnLines PIC 9(3).

       01 AsnHeaderOut.
           02 FILLER PIC X VALUE 'H'.
           02 NHPartnerID PIC 9(5).
           02 NHOrdNum PIC 9(7).
           02 NHCustID PIC 9(5).
           02 NHShipDate PIC 9(8).
           02 NHCarrier PIC X(10).
           02 NHTracking PIC X(20).
           02 NHShipNum PIC 99.
           02 NHName PIC X(30).
           02 NHStreet PIC X(20).
           02 NHCity PIC X(15).
           02 NHState PIC X(2).
           02 NHZip PIC 9(5).
       01 AsnLineOut.
           02 FILLER PIC X VALUE 'L'.
           02 NLOrdNum PIC 9(7).
           02 NLLineNum PIC 9(3).
           02 NLProdName PIC X(10).
           02 NLSize PIC A.
           02 NLQty PIC 9(5).
       01 AsnTrailerOut.
           02 FILLER PIC X VALUE 'T'.
           02 NEOrdNum PIC 9(7).
           02 NELines PIC 9(3).

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
           PERFORM LoadBillToTable
           PERFORM LoadPartners
           CALL "SIGNON" USING SignonResult
              ON EXCEPTION
                 MOVE 'Y' TO SROK
           END-CALL.
           STOP RUN.

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY KITPROC.

       COPY SHIPTOPROC.

       COPY BILLTOPROC.

       COPY PARTNERPROC.

       ConfirmShipment.
           DISPLAY " "
           DISPLAY "Enter Order Number : " WITH NO ADVANCING.
                    DISPLAY "Cust : " OMCustID
                       " Lines : " OMLineCount
                       " Total : " TotalDisplay
                    MOVE WorkOrdNum TO ShipToOrdNum
                    PERFORM GetOrderShipTo
                    PERFORM ShowShipTo
                    DISPLAY "Enter Carrier : " WITH NO ADVANCING
                    ACCEPT WorkCarrier
                    DISPLAY "Enter Tracking Number : "
                       WITH NO ADVANCING
                    ACCEPT WorkTracking
                    DISPLAY "Carrier Freight Charge (e.g. 12.50) : "
                       WITH NO ADVANCING
                    MOVE SPACES TO WorkFreightText
                    ACCEPT WorkFreightText
                    MOVE ZERO TO WorkFreightCost
                    IF WorkFreightText NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WorkFreightText) = ZERO
                       COMPUTE WorkFreightCost =
                          FUNCTION NUMVAL(WorkFreightText)
                          ON SIZE ERROR MOVE ZERO TO WorkFreightCost
                       END-COMPUTE
                    END-IF
                    IF WorkCarrier = SPACE OR WorkTracking = SPACE
                       DISPLAY "Carrier And Tracking Required, "
                          "Shipment Not Confirmed"
                          ELSE
                             ADD 1 TO ConfirmedCount
                             PERFORM WriteShipAudit
                             PERFORM ShipOrderStock
                             PERFORM WriteAsn
                             DISPLAY "Order " WorkOrdNum
                                " Confirmed Shipped"
                          END-IF
              MOVE WorkCarrier TO SHCarrier
              MOVE WorkTracking TO SHTracking
              MOVE CurrentOperator TO SHOperator
              MOVE WorkFreightCost TO SHFreightCost
              MOVE ZERO TO SHManifest
              WRITE ShipmentRecord
              IF ShipmentStatus NOT = "00"
                 DISPLAY "Unable To Write Shipment.dat, Status "
              MOVE "00" TO ShipmentStatus
           END-IF.

       ShipOrderStock.
           MOVE ZERO TO LinesShipped
           OPEN I-O ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              DISPLAY "On-Hand Not Relieved For Order " WorkOrdNum
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              DISPLAY "Unable To Open OrderTrans.dat, Status "
                 OrderTransStatus
              DISPLAY "On-Hand Not Relieved For Order " WorkOrdNum
              CLOSE ProductFile
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO OrderTransEOF
           PERFORM UNTIL OrderTransEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO OrderTransEOF
                 NOT AT END
                    IF OTOrdNum IS NUMERIC
                       AND OTOrdNum = WorkOrdNum
                       AND OTStatus NOT = 'C'
                       PERFORM ShipOneLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OrderTransFile, ProductFile
           DISPLAY "Lines Relieved From Stock : " LinesShipped.

       ShipOneLine.
           MOVE OTProdName TO KitWanted
           PERFORM FindKit
           IF KitFound = 'Y'
              MOVE OTSize TO StockSize
              MOVE OTQty TO StockQty
              PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KitCount
                 IF KTKitName(KX) = KitWanted
                    PERFORM SetKitComponent
                    PERFORM ShipOneProduct
                 END-IF
              END-PERFORM
           ELSE
              MOVE OTProdName TO CompProdName
              MOVE OTSize TO CompSize
              MOVE OTQty TO CompQty
              PERFORM ShipOneProduct
           END-IF.

       ShipOneProduct.
           MOVE CompProdName TO PMProdName
           READ ProductFile
              INVALID KEY
                 DISPLAY "Product Gone From Master, On-Hand Not "
                    "Relieved : " CompProdName
              NOT INVALID KEY
                 MOVE CompSize TO SizeWanted
                 PERFORM FindSizeSlot
                 IF SizeSlot = ZERO
                    MOVE 1 TO SizeSlot
                 END-IF
                 PERFORM SumSizeStock
                 MOVE PMQtyOnHand TO OldQty
                 MOVE CompQty TO SizeQty
                 PERFORM ShipSizeStock
                 REWRITE ProdMastRecord
                    INVALID KEY
                       DISPLAY "Unable To Update ProdMast.dat"
                 END-REWRITE
                 IF ProductFileStatus = "00"
                    ADD 1 TO LinesShipped
                    PERFORM WriteStockAudit
                 END-IF
           END-READ.

       WriteStockAudit.
           OPEN EXTEND ProductAudit
           IF ProductAuditStatus = "35"
              OPEN OUTPUT ProductAudit
           END-IF
           IF ProductAuditStatus NOT = "00"
              DISPLAY "Unable To Open ProductAudit.log, Status "
                 ProductAuditStatus
           ELSE
              MOVE FUNCTION CURRENT-DATE TO PATimestamp
              MOVE "SHIP" TO PAAction
              MOVE PMProdName TO PAProdName
              MOVE PMProdPrice TO PAOldPrice PANewPrice
              MOVE OldQty TO PAOldQty
              MOVE PMQtyOnHand TO PANewQty
              MOVE CurrentOperator TO PAOperator
              MOVE "STAMP" TO CRFunc
              MOVE "ProductAudit.log" TO CRLogName
              MOVE ProductAuditRecord TO CRRecord
              CALL "AUDIT_CHAIN" USING ChainRequest
                 ON EXCEPTION MOVE ZERO TO CRCheck
              END-CALL
              MOVE CRCheck TO PACheck
              WRITE ProductAuditRecord
              IF ProductAuditStatus NOT = "00"
                 DISPLAY "Unable To Write ProductAudit.log, Status "
                    ProductAuditStatus
              END-IF
              CLOSE ProductAudit
           END-IF.

       WriteShipAudit.
           OPEN EXTEND OrderAudit
           IF OrderAuditStatus = "35"
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
              CLOSE OrderAudit
           END-IF.

       WriteAsn.
           MOVE OMCustID TO PartnerCustID
           PERFORM FindPartner
           IF PartnerFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE "ASN" TO PartnerPrefix
           PERFORM SetPartnerFile
           OPEN EXTEND AsnFile
           IF AsnFileStatus = "35"
              OPEN OUTPUT AsnFile
           END-IF
           IF AsnFileStatus NOT = "00"
              DISPLAY "Unable To Open " FUNCTION TRIM(PartnerFileName)
                 ", Status " AsnFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE PartnerID TO NHPartnerID
           MOVE WorkOrdNum TO NHOrdNum
           MOVE OMCustID TO NHCustID
           MOVE FUNCTION CURRENT-DATE(1:8) TO NHShipDate
           MOVE WorkCarrier TO NHCarrier
           MOVE WorkTracking TO NHTracking
           MOVE ShipToNum TO NHShipNum
           MOVE ShipToName TO NHName
           MOVE ShipToStreet TO NHStreet
           MOVE ShipToCity TO NHCity
           MOVE ShipToState TO NHState
           MOVE ShipToZip TO NHZip
           MOVE AsnHeaderOut TO AsnOut
           PERFORM PutAsn
           MOVE ZERO TO AsnLines
           OPEN INPUT OrderTransFile
           IF OrderTransStatus = "00"
              MOVE 'N' TO OrderTransEOF
              PERFORM UNTIL OrderTransEOF = 'Y'
                 READ OrderTransFile
                    AT END MOVE 'Y' TO OrderTransEOF
                    NOT AT END
                       IF OTOrdNum IS NUMERIC
                          AND OTOrdNum = WorkOrdNum
                          AND OTStatus NOT = 'C'
                          PERFORM AsnOneLine
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OrderTransFile
           END-IF
           MOVE WorkOrdNum TO NEOrdNum
           MOVE AsnLines TO NELines
           MOVE AsnTrailerOut TO AsnOut
           PERFORM PutAsn
           CLOSE AsnFile
           DISPLAY "Ship Notice Sent To Partner " PartnerID.

       AsnOneLine.
           ADD 1 TO AsnLines
           MOVE WorkOrdNum TO NLOrdNum
           MOVE OTLineNum TO NLLineNum
           MOVE OTProdName TO NLProdName
           MOVE OTSize TO NLSize
           MOVE OTQty TO NLQty
           MOVE AsnLineOut TO AsnOut
           PERFORM PutAsn.

       PutAsn.
           WRITE AsnRecord FROM AsnOut
           IF AsnFileStatus NOT = "00"
              DISPLAY "Unable To Write " FUNCTION TRIM(PartnerFileName)
                 ", Status " AsnFileStatus
           END-IF.

       InquireShipment.
           DISPLAY " "
           DISPLAY "Enter Order Number : " WITH NO ADVANCING.
           END-IF
           IF ShipmentsShown = ZERO
              DISPLAY "No Shipment On File For Order " WorkOrdNum
           ELSE
              MOVE WorkOrdNum TO ShipToOrdNum
              PERFORM GetOrderShipTo
              PERFORM ShowShipTo
           END-IF.

       ShowShipTo.
           IF ShipToFound = 'Y'
              DISPLAY "Ship To : " ShipToNum " "
                 FUNCTION TRIM(ShipToName) ", "
                 FUNCTION TRIM(ShipToStreet) ", "
                 FUNCTION TRIM(ShipToCity) " " ShipToState " "
                 ShipToZip
           ELSE
              DISPLAY "Ship To : Customer Mail Address"
           END-IF.

       WriteOrdJournal.
