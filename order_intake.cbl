              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT KitCompFile ASSIGN TO "KitComp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitCompStatus.
           SELECT PriceFile ASSIGN TO "PriceFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PriceFileStatus.
           SELECT TaxFile ASSIGN TO "StateTax.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TaxFileStatus.
           SELECT TaxExemptFile ASSIGN TO "TaxExempt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TaxExStatus.
           SELECT PromoFile ASSIGN TO "Promo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromoStatus.
           SELECT OrderPromoFile ASSIGN TO "OrderPromo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderPromoStatus.
           SELECT ShipRateFile ASSIGN TO "ShipRate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipRateStatus.
           SELECT CreditLimFile ASSIGN TO "CreditLim.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CreditLimStatus.
           SELECT AcctHoldFile ASSIGN TO "AcctHold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AcctHoldStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BillToStatus.
           SELECT ShipToFile ASSIGN TO "ShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipToStatus.
           SELECT OrderShipFile ASSIGN TO "OrderShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderShipStatus.
           SELECT QtyBreakFile ASSIGN TO "QtyBreak.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS QtyBreakStatus.
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT DupSuspectFile ASSIGN TO "DupSuspect.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DupSuspectStatus.
           SELECT PartnerFile ASSIGN TO "TradePartner.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PartnerStatus.
           SELECT AckFile ASSIGN TO PartnerFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AckFileStatus.
           SELECT PromCalFile ASSIGN TO "BusCal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromCalStatus.
           SELECT PromPOFile ASSIGN TO "POFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromPOStatus.
           SELECT PromSuppFile ASSIGN TO "SuppItem.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromSuppStatus.
           SELECT OrderPromFile ASSIGN TO "OrderPromise.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderPromStatus.

       DATA DIVISION.
       FILE SECTION.
           02 OIProdName PIC X(10).
           02 OISize PIC A.
           02 OIQty PIC 9(5).
           02 OIPromoCode PIC X(10).
           02 OIShipToNum PIC 99.

       FD RejectFile.
       01 RejectRecord.
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

       FD PriceFile.
       01 PriceFileRecord.
           02 TXStateCode PIC X(2).
           02 TXRate PIC 9V9999.

       FD TaxExemptFile.
       01 TaxExemptRecord.
           02 TECustID PIC 9(5).
           02 TECertNum PIC X(15).
           02 TEStates PIC X(20).
           02 TEExpiry PIC 9(8).

       FD PromoFile.
       01 PromoRecord.
           02 PNCode PIC X(10).
           02 PNDesc PIC X(20).
           02 PNFromDate PIC 9(8).
           02 PNToDate PIC 9(8).
           02 PNTargetType PIC X.
           02 PNTarget PIC X(10).
           02 PNDiscType PIC X.
           02 PNDiscValue PIC 9(3)V99.
           02 PNMinOrder PIC 9(7)V99.

       FD OrderPromoFile.
       01 OrderPromoRecord.
           02 ODTimestamp PIC X(21).
           02 ODOrdNum PIC 9(7).
           02 ODLineNum PIC 9(3).
           02 ODCustID PIC 9(5).
           02 ODCode PIC X(10).
           02 ODProdName PIC X(10).
           02 ODQty PIC 9(5).
           02 ODGrossUnit PIC 9(3)V99.
           02 ODGrossExt PIC 9(7)V99.
           02 ODDiscAmt PIC 9(7)V99.
           02 ODSource PIC X.

       FD ShipRateFile.
       01 ShipRateRecord.
           02 SRZipLow PIC 9(5).
           02 CLCustID PIC 9(5).
           02 CLLimit PIC 9(7)V99.

       FD AcctHoldFile.
       01 AcctHoldRecord.
           02 AHCustID PIC 9(5).
           02 AHHoldDate PIC 9(8).
           02 AHDaysPastDue PIC 9(5).
           02 AHPastDue PIC 9(9)V99.
           02 AHReason PIC X(40).

       FD BillToFile.
       01 BillToRecord.
           02 BRBranchID PIC 9(5).
           02 BRParentID PIC 9(5).

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

       FD QtyBreakFile.
       01 QtyBreakRecord.
           02 QBProdName PIC X(10).
           02 CNEffFrom PIC 9(8).
           02 CNEffTo PIC 9(8).

       FD DupSuspectFile.
       01 DupSuspectRecord.
           02 DSTimestamp PIC X(21).
           02 DSCustID PIC 9(5).
           02 DSProdName PIC X(10).
           02 DSSize PIC X.
           02 DSQty PIC 9(5).
           02 DSOrdNum PIC 9(7).
           02 DSPrevOrdNum PIC 9(7).
           02 DSSource PIC X(8).
           02 DSOperator PIC X(8).

       FD PartnerFile.
       01 PartnerRecord.
           02 PTPartnerID PIC 9(5).
           02 PTSince PIC 9(8).

       FD AckFile.
       01 AckRecord PIC X(80).

       FD PromCalFile.
       01 PromCalRecord.
           02 PKDate PIC 9(8).
           02 FILLER PIC X.
           02 PKType PIC X.

       FD PromPOFile.
       01 PromPORecord.
           02 FILLER PIC X(21).
           02 PUNum PIC 9(7).
           02 PUSuppID PIC 9(5).
           02 PUProdName PIC X(10).
           02 PUQtyOrdered PIC 9(5).
           02 PUQtyReceived PIC 9(5).
           02 PUStatus PIC X.
           02 FILLER PIC X(22).
           02 PUExpDate PIC 9(8).

       FD PromSuppFile.
       01 PromSuppRecord.
           02 PVSuppID PIC 9(5).
           02 PVProdName PIC X(10).
           02 FILLER PIC X(10).
           02 PVLeadDays PIC 9(3).
           02 PVStatus PIC X.

       FD OrderPromFile.
       01 OrderPromRecord.
           02 PQOrdNum PIC 9(7).
           02 PQCustID PIC 9(5).
           02 PQShipDate PIC 9(8).
           02 PQBackDate PIC 9(8).
           02 PQBasis PIC X.
           02 PQSetDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ImportFileStatus PIC XX VALUE "00".
       01 RejectFileStatus PIC XX VALUE "00".
       01 TaxFileStatus PIC XX VALUE "00".
       01 ShipRateStatus PIC XX VALUE "00".
       01 CreditLimStatus PIC XX VALUE "00".
       01 AcctHoldStatus PIC XX VALUE "00".
       01 HoldCtlStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 OrderTransStatus PIC XX VALUE "00".
       01 OrdersWritten PIC 9(5) VALUE ZERO.
       01 OrdersHeld PIC 9(5) VALUE ZERO.
       01 BackorderedLines PIC 9(5) VALUE ZERO.
       01 DuplicateLines PIC 9(5) VALUE ZERO.
       01 RejectReason PIC X(30).

       01 PriceFound PIC X.

       01 EffPriceCount PIC 9(3) VALUE ZERO.
       01 EffPriceTable.
       01 AgeDays PIC S9(5).

       01 CurrentCustID PIC 9(5) VALUE ZERO.
       01 CurrentShipNum PIC 99 VALUE ZERO.
       01 LineShipNum PIC 99.
       01 CustValid PIC X.
       01 ShipToValid PIC X.
       01 CustState PIC X(2).
       01 CustZip PIC 9(5).
       01 TaxRate PIC 9V9999.
       01 CreditLimit PIC 9(7)V99.
       01 HaveLimit PIC X.
       01 CreditHold PIC X.
       01 AcctHoldEOF PIC X.
       01 AcctOnHold PIC X.
       01 CustBalance PIC S9(9)V99.
       01 CreditCustID PIC 9(5).
       01 Charges90 PIC 9(9)V99.
       01 PayCredits PIC 9(9)V99.
       01 Aged90Open PIC S9(9)V99.
              03 OLUnitPrice PIC 9(3)V99.
              03 OLExtPrice PIC 9(7)V99.
              03 OLTaxAmt PIC 9(5)V99.
              03 OLCategory PIC X(6).
              03 OLGrossUnit PIC 9(3)V99.
              03 OLGrossExt PIC 9(7)V99.
              03 OLPromoDisc PIC 9(7)V99.
       01 OrderPromoCode PIC X(10).
       01 OrderMerch PIC 9(7)V99.
       01 PromoLines PIC 9(5) VALUE ZERO.
       01 BOLineCount PIC 9(3).
       01 BOLineTable.
           02 BOLineEntry OCCURS 50 TIMES INDEXED BY BX.
           02 XROK PIC X.

       COPY SITEWS.
       COPY SIZEWS.
       COPY KITWS.
       COPY TAXEXWS.
       COPY PROMOWS.
       COPY BILLTOWS.
       COPY SHIPTOWS.
       COPY DUPWS.
       COPY PARTNERWS.
       COPY PROMDTWS.

       01 AckFileStatus PIC XX VALUE "00".
       01 AckOut PIC X(80).
       01 AckWanted PIC X.
       01 AckSeen PIC X.
       01 AckRunCount PIC 9(3) VALUE ZERO.
       01 AckRunTable.
           02 AckRunEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON AckRunCount
                 INDEXED BY AKX.
              03 XKPartnerID PIC 9(5).
              03 XKOrders PIC 9(5).
              03 XKLines PIC 9(5).
              03 XKRejects PIC 9(5).
       01 AckHeaderOut.
           02 FILLER PIC X VALUE 'H'.
           02 KHPartnerID PIC 9(5).
           02 KHRunStamp PIC X(21).
           02 FILLER PIC X(12) VALUE "ORDER ACK".
       01 AckOrderOut.
           02 FILLER PIC X VALUE 'O'.
           02 KOOrdNum PIC 9(7).
           02 KOCustID PIC 9(5).
           02 KOShipNum PIC 99.
           02 KOStatus PIC X.
           02 KOLineCount PIC 9(3).
           02 KOMerch PIC 9(7)V99.
           02 KOTax PIC 9(7)V99.
           02 KOFreight PIC 9(5)V99.
           02 KOTotal PIC 9(7)V99.
           02 KOShipDate PIC 9(8).
           02 KOBackDate PIC 9(8).
       01 AckLineOut.
           02 FILLER PIC X VALUE 'L'.
           02 KLOrdNum PIC 9(7).
           02 KLLineNum PIC 9(3).
           02 KLProdName PIC X(10).
           02 KLSize PIC X.
           02 KLQty PIC 9(5).
           02 KLUnitPrice PIC 9(3)V99.
           02 KLExtPrice PIC 9(7)V99.
           02 KLStatus PIC X.
       01 AckBackorderOut.
           02 FILLER PIC X VALUE 'B'.
           02 KBOrdNum PIC 9(7).
           02 KBProdName PIC X(10).
           02 KBSize PIC X.
           02 KBQty PIC 9(5).
       01 AckRejectOut.
           02 FILLER PIC X VALUE 'R'.
           02 KRCustID PIC 9(5).
           02 KRProdName PIC X(10).
           02 KRSize PIC X.
           02 KRQty PIC 9(5).
           02 KRReason PIC X(30).
       01 AckTrailerOut.
           02 FILLER PIC X VALUE 'T'.
           02 KEPartnerID PIC 9(5).
           02 KEOrders PIC 9(5).
           02 KELines PIC 9(5).
           02 KERejects PIC 9(5).

       PROCEDURE DIVISION.
       StartPara.
           PERFORM OpenIntakeFiles
           IF RETURN-CODE = 0
              PERFORM OpenProductFile
              PERFORM LoadKitTable
              PERFORM LoadEffPrices
              PERFORM LoadTaxTable
              PERFORM LoadTaxExempt
              PERFORM LoadPromos
              PERFORM LoadShipRates
              PERFORM GetHoldThreshold
              PERFORM LoadQtyBreaks
              PERFORM LoadContracts
              PERFORM LoadBillToTable
              PERFORM LoadPartners
              PERFORM LoadPromiseTables
              PERFORM LoadShipTos
              PERFORM LoadRecentLines
              PERFORM UNTIL ImportEOF = 'Y'
                 READ ImportFile
                    AT END MOVE 'Y' TO ImportEOF
              IF CurrentCustID NOT = ZERO
                 PERFORM FinishOrder
              END-IF
              PERFORM WriteAckTrailers
              IF ProdOpen = 'Y'
                 CLOSE ProductFile
              END-IF
              DISPLAY "Lines Accepted : " AcceptedLines
              DISPLAY "Lines Rejected : " RejectedLines
              DISPLAY "Lines Backordered : " BackorderedLines
              DISPLAY "Suspected Duplicate Lines Rejected : "
                 DuplicateLines
              DISPLAY "Orders Written : " OrdersWritten
              DISPLAY "Orders Held : " OrdersHeld
              DISPLAY "Partners Acknowledged : " AckRunCount
              DISPLAY "Lines Discounted By Promotion : " PromoLines
           END-IF
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY KITPROC.

       COPY KITSTOCK.

       COPY TAXEXPROC.

       COPY PROMOPROC.

       COPY BILLTOPROC.

       COPY SHIPTOPROC.

       COPY DUPPROC.

       COPY PARTNERPROC.

       COPY PROMDTPROC.

       LoadContracts.
           MOVE ZERO TO ContractCount
           MOVE 'N' TO ContractEOF
           END-IF.

       TakeOneLine.
           IF OIShipToNum IS NUMERIC
              MOVE OIShipToNum TO LineShipNum
           ELSE
              MOVE ZERO TO LineShipNum
           END-IF
           IF OICustID NOT = CurrentCustID
              OR LineShipNum NOT = CurrentShipNum
              IF CurrentCustID NOT = ZERO
                 PERFORM FinishOrder
              END-IF
              MOVE OICustID TO CurrentCustID
              MOVE LineShipNum TO CurrentShipNum
              PERFORM StartOrder
           END-IF
           IF OIPromoCode NOT = SPACES AND OrderPromoCode = SPACES
              MOVE OIPromoCode TO OrderPromoCode
           END-IF
           MOVE SPACES TO RejectReason
           IF CustValid NOT = 'Y'
              MOVE "CUSTOMER NOT ON FILE" TO RejectReason
           ELSE
              IF ShipToValid NOT = 'Y'
                 MOVE "SHIP-TO NOT ON FILE" TO RejectReason
              ELSE
                 PERFORM CheckIntakeDuplicate
                 IF RejectReason = SPACES
                    PERFORM EditOneLine
                 END-IF
              END-IF
           END-IF
           IF RejectReason = SPACE
              ADD 1 TO AcceptedLines
              ADD 1 TO RejectedLines
              MOVE "REJECTED" TO PrnResult
              PERFORM WriteReject
              PERFORM AckReject
           END-IF
           MOVE OICustID TO PrnCustID
           MOVE OIProdName TO PrnProdName
           MOVE ZERO TO BOLineCount
           MOVE ZERO TO FreightAmt
           MOVE ZERO TO OrderNum
           MOVE SPACES TO OrderPromoCode
           MOVE 'Y' TO CustValid
           MOVE SPACES TO CustState
           MOVE ZERO TO CustZip
              END-READ
              CLOSE CustomerFile
           END-IF
           MOVE CurrentCustID TO ShipToCustID
           MOVE CurrentShipNum TO ShipToNum
           PERFORM FindShipTo
           MOVE 'Y' TO ShipToValid
           IF ShipToFound = 'Y'
              MOVE ShipToState TO CustState
              MOVE ShipToZip TO CustZip
           ELSE
              IF CurrentShipNum NOT = ZERO
                 MOVE 'N' TO ShipToValid
              END-IF
           END-IF
           IF CustValid = 'Y'
              PERFORM LookUpTaxRate
              MOVE CurrentCustID TO BillToWanted
              PERFORM FindBillTo
              MOVE BillToID TO CreditCustID
              PERFORM GetCreditLimit
              PERFORM ComputeCustBalance
              MOVE 'N' TO CreditHold
              IF Aged90Open > ZERO
                 MOVE 'Y' TO CreditHold
              END-IF
              PERFORM CheckAccountHold
              IF AcctOnHold = 'Y'
                 MOVE 'Y' TO CreditHold
              END-IF
           END-IF.

       LookUpTaxRate.
                    FUNCTION UPPER-CASE(CustState)
                    MOVE TTRate(TX) TO TaxRate
              END-SEARCH
           END-IF
           MOVE CurrentCustID TO TaxExWanted
           MOVE CustState TO TaxExState
           PERFORM CheckTaxExempt
           IF TaxExempt = 'Y'
              MOVE ZERO TO TaxRate
           END-IF.

       CheckAccountHold.
           MOVE 'N' TO AcctOnHold
           MOVE 'N' TO AcctHoldEOF
           OPEN INPUT AcctHoldFile
           IF AcctHoldStatus NOT = "00"
              MOVE 'Y' TO AcctHoldEOF
           END-IF
           PERFORM UNTIL AcctHoldEOF = 'Y'
              READ AcctHoldFile
                 AT END MOVE 'Y' TO AcctHoldEOF
                 NOT AT END
                    IF AHCustID IS NUMERIC
                       AND (AHCustID = CurrentCustID
                          OR AHCustID = CreditCustID)
                       MOVE 'Y' TO AcctOnHold
                       MOVE 'Y' TO AcctHoldEOF
                    END-IF
              END-READ
           END-PERFORM
           IF AcctHoldStatus NOT = "35"
              CLOSE AcctHoldFile
           END-IF.

       GetCreditLimit.
                 AT END MOVE 'Y' TO CreditLimEOF
                 NOT AT END
                    IF CLCustID IS NUMERIC
                       AND CLCustID = CreditCustID
                       AND CLLimit IS NUMERIC
                       MOVE 'Y' TO HaveLimit
                       MOVE CLLimit TO CreditLimit
           COMPUTE Aged90Open = Charges90 - PayCredits.

       TallyOneARTrans.
           MOVE ZERO TO BillToID
           IF ARCustID IS NUMERIC
              MOVE ARCustID TO BillToWanted
              PERFORM FindBillTo
           END-IF
           IF BillToID = CreditCustID AND ARAmount IS NUMERIC
              IF ARType = 'C' OR ARType = 'F'
                 ADD ARAmount TO CustBalance
                 IF ARTimestamp(1:8) IS NUMERIC
                    END-IF
                 END-IF
              ELSE
                 IF ARType = 'R'
                    ADD ARAmount TO CustBalance
                    IF PayCredits >= ARAmount
                       SUBTRACT ARAmount FROM PayCredits
                    ELSE
                       MOVE ZERO TO PayCredits
                    END-IF
                 ELSE
                    SUBTRACT ARAmount FROM CustBalance
                    ADD ARAmount TO PayCredits
                 END-IF
              END-IF
           END-IF.

       CheckIntakeDuplicate.
           IF OIQty IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE OICustID TO DupCustID
           MOVE OIProdName TO DupProdName
           MOVE OISize TO DupSize
           MOVE OIQty TO DupQty
           MOVE ZERO TO DupSkipOrd
           PERFORM FindDuplicate
           IF DupFound = 'Y'
              ADD 1 TO DuplicateLines
              STRING "DUPLICATE OF ORDER " DELIMITED BY SIZE
                 DupOrdNum DELIMITED BY SIZE
                 INTO RejectReason
              END-STRING
           END-IF.

       EditOneLine.
           IF OIQty IS NOT NUMERIC OR OIQty = ZERO
              MOVE "QUANTITY REQUIRED" TO RejectReason
              MOVE "PRODUCT DISCONTINUED" TO RejectReason
              EXIT PARAGRAPH
           END-IF
           MOVE OIProdName TO StockProdName
           MOVE OISize TO StockSize
           PERFORM GetLineAvail
           PERFORM FindProduct
           IF StockSizeOK NOT = 'Y'
              MOVE "SIZE NOT SOLD" TO RejectReason
              EXIT PARAGRAPH
           END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE OIQty TO AcceptQty
           IF AcceptQty > LineAvail
              COMPUTE ShortfallQty = AcceptQty - LineAvail
              MOVE LineAvail TO AcceptQty
              ADD 1 TO BOLineCount
              MOVE OIProdName TO BLProdName(BOLineCount)
              MOVE OISize TO BLSize(BOLineCount)
           MOVE LineUnitPrice TO OLUnitPrice(OrderLineCount)
           MOVE LineExtPrice TO OLExtPrice(OrderLineCount)
           MOVE LineTaxAmt TO OLTaxAmt(OrderLineCount)
           MOVE PMCategory TO OLCategory(OrderLineCount)
           MOVE ZERO TO OLPromoDisc(OrderLineCount)
           ADD LineExtPrice TO OrderTotal
           ADD LineTaxAmt TO OrderTax
           ADD LineTaxAmt TO OrderTotal
           END-IF.

       RelieveStock.
           MOVE OIProdName TO StockProdName
           MOVE OISize TO StockSize
           MOVE AcceptQty TO StockQty
           MOVE 'A' TO StockAction
           PERFORM UpdateLineStock.

       PriceOneLine.
           MOVE PMProdPrice TO LineUnitPrice
           IF OrderLineCount = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM ApplyOrderPromo
           PERFORM LookUpFreight
           IF FreightAmt > ZERO
              ADD FreightAmt TO OrderTotal
           PERFORM WriteOrderLines
           PERFORM WriteBackorders
           PERFORM WriteOrderMast
           MOVE OrderNum TO ShipToOrdNum
           PERFORM WriteOrderShipTo
           PERFORM StartPromise
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BOLineCount
              MOVE BLProdName(BX) TO PromProdName
              PERFORM AddBackorderPromise
           END-PERFORM
           MOVE OrderNum TO PromOrdNum
           MOVE CurrentCustID TO PromCustID
           PERFORM WriteOrderPromise
           IF OrderLineCount > ZERO
              MOVE "ADD" TO XRFunc
              MOVE CurrentCustID TO XRCustID
           ADD 1 TO OrdersWritten
           IF CreditHold = 'Y'
              ADD 1 TO OrdersHeld
           END-IF
           PERFORM AckOrder.

       StartAck.
           MOVE 'Y' TO AckWanted
           PERFORM FindPartner
           PERFORM AddPartner
           MOVE "ACK" TO PartnerPrefix
           PERFORM SetPartnerFile
           MOVE 'N' TO AckSeen
           IF AckRunCount > ZERO
              SET AKX TO 1
              SEARCH AckRunEntry
                 AT END CONTINUE
                 WHEN XKPartnerID(AKX) = PartnerID
                    MOVE 'Y' TO AckSeen
              END-SEARCH
           END-IF
           IF AckSeen = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF AckRunCount >= 500
              DISPLAY "Acknowledgement Table Full, No "
                 "Acknowledgement For " PartnerID
              MOVE 'N' TO AckWanted
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO AckRunCount
           SET AKX TO AckRunCount
           MOVE PartnerID TO XKPartnerID(AKX)
           MOVE ZERO TO XKOrders(AKX) XKLines(AKX) XKRejects(AKX)
           MOVE PartnerID TO KHPartnerID
           MOVE RunTimestamp TO KHRunStamp
           MOVE AckHeaderOut TO AckOut
           PERFORM PutAck.

       AckOrder.
           MOVE CurrentCustID TO PartnerCustID
           PERFORM StartAck
           IF AckWanted = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE OrderNum TO KOOrdNum
           MOVE CurrentCustID TO KOCustID
           MOVE CurrentShipNum TO KOShipNum
           IF CreditHold = 'Y'
              MOVE 'H' TO KOStatus
           ELSE
              MOVE 'A' TO KOStatus
           END-IF
           MOVE OrderLineCount TO KOLineCount
           COMPUTE KOMerch = OrderTotal - OrderTax - FreightAmt
           MOVE OrderTax TO KOTax
           MOVE FreightAmt TO KOFreight
           MOVE OrderTotal TO KOTotal
           MOVE PromShipDate TO KOShipDate
           MOVE PromBackDate TO KOBackDate
           MOVE AckOrderOut TO AckOut
           PERFORM PutAck
           ADD 1 TO XKOrders(AKX)
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > OrderLineCount
              MOVE OrderNum TO KLOrdNum
              SET KLLineNum TO LX
              MOVE OLProdName(LX) TO KLProdName
              MOVE OLSize(LX) TO KLSize
              MOVE OLQty(LX) TO KLQty
              MOVE OLUnitPrice(LX) TO KLUnitPrice
              MOVE OLExtPrice(LX) TO KLExtPrice
              MOVE KOStatus TO KLStatus
              MOVE AckLineOut TO AckOut
              PERFORM PutAck
              ADD 1 TO XKLines(AKX)
           END-PERFORM
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BOLineCount
              MOVE OrderNum TO KBOrdNum
              MOVE BLProdName(BX) TO KBProdName
              MOVE BLSize(BX) TO KBSize
              MOVE BLQty(BX) TO KBQty
              MOVE AckBackorderOut TO AckOut
              PERFORM PutAck
           END-PERFORM.

       AckReject.
           IF CustValid NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE OICustID TO PartnerCustID
           PERFORM StartAck
           IF AckWanted = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE OICustID TO KRCustID
           MOVE OIProdName TO KRProdName
           MOVE OISize TO KRSize
           MOVE RJQty TO KRQty
           MOVE RejectReason TO KRReason
           MOVE AckRejectOut TO AckOut
           PERFORM PutAck
           ADD 1 TO XKRejects(AKX).

       WriteAckTrailers.
           PERFORM VARYING AKX FROM 1 BY 1 UNTIL AKX > AckRunCount
              MOVE XKPartnerID(AKX) TO PartnerID KEPartnerID
              MOVE "ACK" TO PartnerPrefix
              PERFORM SetPartnerFile
              MOVE XKOrders(AKX) TO KEOrders
              MOVE XKLines(AKX) TO KELines
              MOVE XKRejects(AKX) TO KERejects
              MOVE AckTrailerOut TO AckOut
              PERFORM PutAck
           END-PERFORM.

       PutAck.
           OPEN EXTEND AckFile
           IF AckFileStatus = "35"
              OPEN OUTPUT AckFile
           END-IF
           IF AckFileStatus NOT = "00"
              DISPLAY "Unable To Open " FUNCTION TRIM(PartnerFileName)
                 ", Status " AckFileStatus
              EXIT PARAGRAPH
           END-IF
           WRITE AckRecord FROM AckOut
           IF AckFileStatus NOT = "00"
              DISPLAY "Unable To Write " FUNCTION TRIM(PartnerFileName)
                 ", Status " AckFileStatus
           END-IF
           CLOSE AckFile.

       ApplyOrderPromo.
           IF OrderPromoCode = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE OrderPromoCode TO PromoWanted
           MOVE RunDate TO PromoDate
           PERFORM FindPromo
           IF PromoActive NOT = 'Y'
              DISPLAY "Customer " CurrentCustID " Promotion "
                 PromoWanted " Not Current, Not Applied"
              EXIT PARAGRAPH
           END-IF
           COMPUTE OrderMerch = OrderTotal - OrderTax
           IF OrderMerch < XPMinOrder(PNX)
              DISPLAY "Customer " CurrentCustID " Below Minimum "
                 "For Promotion " PromoWanted ", Not Applied"
              EXIT PARAGRAPH
           END-IF
           PERFORM PriceIntakePromo
              VARYING LX FROM 1 BY 1 UNTIL LX > OrderLineCount.

       PriceIntakePromo.
           MOVE OLProdName(LX) TO PromoLineProd
           MOVE OLCategory(LX) TO PromoLineCat
           MOVE OLQty(LX) TO PromoLineQty
           MOVE OLUnitPrice(LX) TO PromoLineUnit
           MOVE OLExtPrice(LX) TO PromoLineExt
           PERFORM PricePromoLine
           IF PromoLineDisc = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PromoLines
           MOVE OLUnitPrice(LX) TO OLGrossUnit(LX)
           MOVE OLExtPrice(LX) TO OLGrossExt(LX)
           MOVE PromoLineDisc TO OLPromoDisc(LX)
           SUBTRACT OLExtPrice(LX) FROM OrderTotal
           SUBTRACT OLTaxAmt(LX) FROM OrderTotal
           SUBTRACT OLTaxAmt(LX) FROM OrderTax
           MOVE PromoNetUnit TO OLUnitPrice(LX)
           MOVE PromoNetExt TO OLExtPrice(LX)
           COMPUTE OLTaxAmt(LX) ROUNDED = PromoNetExt * TaxRate
           ADD OLExtPrice(LX) TO OrderTotal
           ADD OLTaxAmt(LX) TO OrderTotal
           ADD OLTaxAmt(LX) TO OrderTax.

       LookUpFreight.
           MOVE ZERO TO FreightAmt
                    DISPLAY "Unable To Write OrderTrans.dat, Status "
                       OrderTransStatus
                    MOVE 1 TO RETURN-CODE
                 ELSE
                    MOVE CurrentCustID TO DupCustID
                    MOVE OTProdName TO DupProdName
                    MOVE OTSize TO DupSize
                    MOVE OTQty TO DupQty
                    MOVE OrderNum TO DupNewOrd
                    MOVE RunDate TO DupDate
                    PERFORM AddRecentLine
                 END-IF
                 IF OLPromoDisc(LX) > ZERO
                    PERFORM WriteIntakePromo
                 END-IF
              END-PERFORM
              CLOSE OrderTransFile
           END-IF.

       WriteIntakePromo.
           MOVE OrderNum TO PromoOrdNum
           SET PromoLineNum TO LX
           MOVE CurrentCustID TO PromoCustID
           MOVE OLProdName(LX) TO PromoLineProd
           MOVE OLQty(LX) TO PromoLineQty
           MOVE OLGrossUnit(LX) TO PromoLineUnit
           MOVE OLGrossExt(LX) TO PromoLineExt
           MOVE OLPromoDisc(LX) TO PromoLineDisc
           MOVE 'I' TO PromoSource
           PERFORM WritePromoLine.

       WriteBackorders.
           IF BOLineCount = ZERO
              EXIT PARAGRAPH
