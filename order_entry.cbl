              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT KitCompFile ASSIGN TO "KitComp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitCompStatus.
           SELECT OrderWorkFile ASSIGN TO "OrderTrans.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderWorkStatus.
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
           SELECT HoldCtlFile ASSIGN TO "HoldCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HoldCtlStatus.
           SELECT GiftWorkFile ASSIGN TO "GiftCert.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GiftWorkStatus.
           SELECT LoyaltyFile ASSIGN TO "LoyaltyPts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyStatus.
           SELECT LoyaltyCtlFile ASSIGN TO "Loyalty.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyCtlStatus.
           SELECT ContractFile ASSIGN TO "Contract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ContractStatus.
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT DupSuspectFile ASSIGN TO "DupSuspect.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DupSuspectStatus.
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
           SELECT SubstFile ASSIGN TO "Substitute.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SubstStatus.

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

       FD OrderWorkFile.
       01 OrderWorkRecord PIC X(82).
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

       FD HoldCtlFile.
       01 HoldCtlRecord PIC 9(7)V99.

       FD GiftWorkFile.
       01 GiftWorkRecord PIC X(56).

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

       FD OrderMastFile.
       01 OrderMastData.
           02 OMOrdNum PIC 9(7).
           02 OANewQty PIC 9(5).
           02 OAOperator PIC X(8).
           02 OAOrdNum PIC 9(7).
           02 OACheck PIC 9(9).

       FD ContractFile.
       01 ContractRecord.
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

       FD SubstFile.
       01 SubstRecord.
           02 SJProdName PIC X(10).
           02 SJSubName PIC X(10).
           02 SJSetDate PIC 9(8).
           02 SJOperator PIC X(8).

       WORKING-STORAGE SECTION.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.

       01 BackorderStatus PIC XX VALUE "00".
       01 BackorderConfirm PIC X.
       01 SubstConfirm PIC X.
       01 DupConfirm PIC X.
       01 DupRefused PIC X.
       01 ShortfallQty PIC 9(5).
       01 ARTransStatus PIC XX VALUE "00".
       01 ARPostCtlStatus PIC XX VALUE "00".
       01 OrderTotal PIC 9(7)V99 VALUE ZERO.
       01 OrderTax PIC 9(7)V99 VALUE ZERO.
       01 OrderStarted PIC X.
       01 OrderPromoCode PIC X(10).
       01 OrderMerch PIC 9(7)V99.
       01 OrderPromoDisc PIC 9(7)V99.
       01 MoreLines PIC X.
       01 OrderTotalDisplay PIC $$,$$$,$$9.99.
       01 MaintHdrFound PIC X.
       01 CancelTable.
           02 CancelEntry OCCURS 50 TIMES INDEXED BY CX.
              03 CXProdName PIC X(10).
              03 CXSize PIC A.
              03 CXQty PIC 9(5).

       01 TaxFileStatus PIC XX VALUE "00".
           02 PCOpen PIC X.

       01 CreditLimStatus PIC XX VALUE "00".
       01 AcctHoldStatus PIC XX VALUE "00".
       01 CreditLimEOF PIC X.
       01 CreditLimit PIC 9(7)V99.
       01 HaveLimit PIC X.
       01 CreditHold PIC X.
       01 AcctHoldEOF PIC X.
       01 AcctOnHold PIC X.
       01 AcctHoldReason PIC X(40).
       01 ARScanEOF PIC X.
       01 CustBalance PIC S9(9)V99.
       01 CreditCustID PIC 9(5).
       01 Charges90 PIC 9(9)V99.
       01 PayCredits PIC 9(9)V99.
       01 Aged90Open PIC S9(9)V99.
       01 RedeemAmt PIC 9(5)V99.
       01 CertRedeemed PIC X.
       01 RedeemDisplay PIC $$,$$9.99.
       01 PointsWanted PIC 9(7).
       01 PointsDue PIC 9(9).
       01 PointsRedeemAmt PIC 9(7)V99.

       01 ContractStatus PIC XX VALUE "00".
       01 ContractEOF PIC X.
           02 XROK PIC X.

       COPY SITEWS.
       COPY SIZEWS.
       COPY KITWS.
       COPY TAXEXWS.
       COPY PROMOWS.
       COPY LOYALWS.
       COPY BILLTOWS.
       COPY SHIPTOWS.
       COPY DUPWS.
       COPY PROMDTWS.
       COPY SUBSTWS.

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
           MOVE FUNCTION CURRENT-DATE TO TodayStamp.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayDate).
           PERFORM OpenProductFile.
           PERFORM LoadKitTable.
           PERFORM LoadEffPrices.
           PERFORM LoadTaxTable.
           PERFORM LoadTaxExempt.
           PERFORM LoadPromos.
           PERFORM ReadLoyaltyCtl.
           PERFORM LoadShipRates.
           PERFORM GetHoldThreshold.
           PERFORM LoadQtyBreaks.
           PERFORM LoadContracts.
           PERFORM LoadBillToTable.
           PERFORM LoadShipTos.
           PERFORM LoadRecentLines.
           PERFORM LoadPromiseTables.
           PERFORM LoadSubstitutes.
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "ORDER ENTRY"

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY KITPROC.

       COPY KITSTOCK.

       COPY TAXEXPROC.

       COPY PROMOPROC.

       COPY LOYALPROC.

       COPY BILLTOPROC.

       COPY SHIPTOPROC.

       COPY DUPPROC.

       COPY PROMDTPROC.

       COPY SUBSTPROC.

       LoadContracts.
           MOVE ZERO TO ContractCount
           MOVE 'N' TO ContractEOF
           ACCEPT EntryCustID.
           MOVE EntryCustID TO ListCustID
           PERFORM GetCustState
           MOVE EntryCustID TO ShipToCustID
           PERFORM PickShipTo
           PERFORM UseShipToAddress
           PERFORM LookUpTaxRate
           PERFORM CheckCredit
           PERFORM GetPromoCode
           MOVE 'N' TO OrderStarted
           MOVE ZERO TO OrderLineCount
           MOVE ZERO TO OrderTotal
           MOVE ZERO TO OrderQty
           MOVE ZERO TO EntryOrdNum
           MOVE 'Y' TO MoreLines
           PERFORM StartPromise
           PERFORM EnterOrderLine UNTIL MoreLines NOT = 'Y'
           IF OrderLineCount > ZERO
              PERFORM ApplyOrderPromo
              PERFORM LookUpFreight
              IF FreightAmt > ZERO
                 ADD FreightAmt TO OrderTotal
                 PERFORM HoldOrderLines
              END-IF
              PERFORM WriteOrderMast
              MOVE EntryOrdNum TO ShipToOrdNum
              PERFORM WriteOrderShipTo
              PERFORM WriteEntryAudit
              MOVE EntryOrdNum TO PromOrdNum
              MOVE EntryCustID TO PromCustID
              PERFORM WriteOrderPromise
              IF CreditHold = 'Y'
                 DISPLAY "Order " EntryOrdNum
                    " HELD For Credit Review"
              ELSE
                 MOVE ZERO TO RedeemAmt
                 DISPLAY "Gift Certificate Number (0 = None) : "
                    WITH NO ADVANCING
                 ACCEPT RedeemCertNum
                 IF RedeemCertNum > ZERO
                    PERFORM RedeemGiftCert
                 END-IF
                 PERFORM RedeemPoints
              END-IF
              MOVE OrderTax TO TaxDisplay
              MOVE OrderTotal TO OrderTotalDisplay
              DISPLAY "Order " EntryOrdNum " Complete : "
                 OrderLineCount " Lines, Tax " TaxDisplay
                 ", Total " OrderTotalDisplay
              DISPLAY "Promised Ship Date : " PromShipDate
              IF PromBackDate > ZERO
                 DISPLAY "Backordered Units Promised For : "
                    PromBackDate
              END-IF
           ELSE
              DISPLAY "No Lines Entered, No Order Written"
           END-IF.

       GetPromoCode.
           DISPLAY "Promotion Code (Blank = None) : "
              WITH NO ADVANCING
           MOVE SPACES TO OrderPromoCode
           ACCEPT OrderPromoCode
           IF OrderPromoCode = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE OrderPromoCode TO PromoWanted
           MOVE TodayDate TO PromoDate
           PERFORM FindPromo
           EVALUATE TRUE
              WHEN PromoFound NOT = 'Y'
                 DISPLAY "Promotion " PromoWanted " Not On File"
                 MOVE SPACES TO OrderPromoCode
              WHEN PromoActive NOT = 'Y'
                 DISPLAY "Promotion " PromoWanted " Runs "
                    XPFromDate(PNX) " To " XPToDate(PNX)
                    ", Not Applied"
                 MOVE SPACES TO OrderPromoCode
              WHEN OTHER
                 MOVE XPMinOrder(PNX) TO PromoDiscDisplay
                 DISPLAY "Promotion : " XPDesc(PNX)
                    "  Minimum Order : " PromoDiscDisplay
           END-EVALUATE.

       EnterOrderLine.
           MOVE 'N' TO ProductFound.
           DISPLAY "Enter Product Name : " WITH NO ADVANCING.
           ACCEPT EntryProdName.
           PERFORM LookUpPrice
           IF PriceFound = 'Y' AND ProdStat = 'D'
              PERFORM OfferSubstitute
           END-IF
           IF PriceFound = 'Y'
              MOVE 'Y' TO ProductFound
           ELSE
           IF ProductFound = 'Y'
              DISPLAY "Enter Size (S/M/L) : " WITH NO ADVANCING
              ACCEPT EntrySize
              MOVE FUNCTION UPPER-CASE(EntrySize) TO EntrySize
              PERFORM LookUpSizeStock
              DISPLAY "Enter Quantity : " WITH NO ADVANCING
              ACCEPT EntryQty
              PERFORM CheckLineDuplicate
              EVALUATE TRUE
                 WHEN DupRefused = 'Y'
                    DISPLAY "Line Cancelled"
                    MOVE 'B' TO StockOK
                 WHEN ProdStat = 'D'
                    DISPLAY "Product Discontinued, Line Rejected"
                    MOVE 'N' TO PriceFound
                    MOVE 'B' TO StockOK
                 WHEN StockSizeOK NOT = 'Y'
                    DISPLAY "Size " EntrySize " Not Carried For "
                       EntryProdName ", Line Rejected"
                    MOVE 'B' TO StockOK
                 WHEN OTHER
                    PERFORM CheckStock
              END-EVALUATE
              IF StockOK = 'N'
                 DISPLAY "Backorder The Shortfall (Y/N) : "
                    WITH NO ADVANCING
                    IF OrderTransStatus = "00" AND PriceFound = 'Y'
                       PERFORM RelieveStock
                    END-IF
                    IF OrderTransStatus = "00"
                       PERFORM TableEntryLine
                    END-IF
                 ELSE
                    DISPLAY "Line Cancelled"
                 END-IF
              MOVE 'Y' TO MoreLines
           END-IF.

       OfferSubstitute.
           MOVE EntryProdName TO SubstWanted
           PERFORM FindSubstitute
           IF SubstFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Product Discontinued, Substitute : " SubstName
           DISPLAY "Take The Substitute (Y/N) : " WITH NO ADVANCING
           ACCEPT SubstConfirm
           IF SubstConfirm = 'Y' OR SubstConfirm = 'y'
              MOVE SubstName TO EntryProdName
              PERFORM LookUpPrice
           END-IF.

       CheckLineDuplicate.
           MOVE 'N' TO DupRefused
           MOVE EntryCustID TO DupCustID
           MOVE EntryProdName TO DupProdName
           MOVE EntrySize TO DupSize
           MOVE EntryQty TO DupQty
           MOVE EntryOrdNum TO DupSkipOrd
           PERFORM FindDuplicate
           IF DupFound = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Possible Duplicate : Order " DupOrdNum
              " Of " DupDate " Has The Same Product, Size And "
              "Quantity"
           DISPLAY "Take This Line Anyway (Y/N) : "
              WITH NO ADVANCING
           MOVE SPACE TO DupConfirm
           ACCEPT DupConfirm
           IF DupConfirm NOT = 'Y' AND DupConfirm NOT = 'y'
              MOVE 'Y' TO DupRefused
           END-IF.

       TableEntryLine.
           MOVE EntryOrdNum TO DupNewOrd
           IF DupFound = 'Y'
              MOVE "ENTRY" TO DupSource
              MOVE CurrentOperator TO DupOperator
              PERFORM WriteDupSuspect
           END-IF
           MOVE TodayDate TO DupDate
           PERFORM AddRecentLine.

       CheckStock.
           MOVE 'Y' TO StockOK
           IF PriceFound = 'Y'
              IF EntryQty > ProdQtyShop
                 DISPLAY "Insufficient Stock, Available : "
                    ProdQtyShop
                 IF ProdQtyOver > ZERO
                    DISPLAY "At Overflow Location : "

       RelieveStock.
           IF ProdOpen = 'Y'
              MOVE EntryProdName TO StockProdName
              MOVE EntrySize TO StockSize
              MOVE EntryQty TO StockQty
              MOVE 'A' TO StockAction
              PERFORM UpdateLineStock
           END-IF.

       LookUpSizeStock.
           MOVE 'N' TO StockSizeOK
           IF PriceFound = 'Y' AND ProdOpen = 'Y'
              MOVE EntryProdName TO StockProdName
              MOVE EntrySize TO StockSize
              PERFORM GetLineAvail
              IF StockSizeOK = 'Y'
                 MOVE LineAvail TO ProdQtyShop
                 MOVE LineOverflow TO ProdQtyOver
              END-IF
           END-IF.

       LookUpPrice.
              CLOSE CustomerFile
           END-IF.

       UseShipToAddress.
           IF ShipToFound = 'Y'
              MOVE ShipToState TO CustState
              MOVE ShipToZip TO CustZip
              DISPLAY "Ship To : " FUNCTION TRIM(ShipToName) ", "
                 FUNCTION TRIM(ShipToStreet) ", "
                 FUNCTION TRIM(ShipToCity) " " ShipToState " "
                 ShipToZip
           END-IF.

       LoadShipRates.
           MOVE ZERO TO ShipRateCount
           MOVE 'N' TO ShipRateEOF
                    FUNCTION UPPER-CASE(CustState)
                    MOVE TTRate(TX) TO TaxRate
              END-SEARCH
           END-IF
           MOVE ListCustID TO TaxExWanted
           MOVE CustState TO TaxExState
           PERFORM CheckTaxExempt
           IF TaxExempt = 'Y'
              MOVE ZERO TO TaxRate
              DISPLAY "Tax Exempt, Certificate "
                 FUNCTION TRIM(TaxExCert)
           END-IF
           IF TaxExExpired = 'Y'
              DISPLAY "Tax Exemption Certificate "
                 FUNCTION TRIM(TaxExCert) " Expired "
                 TaxExExpiry ", Tax Charged"
           END-IF.

       CheckPostingPeriod.
              CLOSE ARTransFile
           END-IF.

       RedeemPoints.
           MOVE EntryCustID TO LoyaltyCustID
           MOVE EntryOrdNum TO LoyaltyOrdNum
           MOVE TodayDate TO LoyaltyDate
           PERFORM GetPointsBalance
           IF LoyaltyBalance = ZERO OR OrderTotal NOT > RedeemAmt
              EXIT PARAGRAPH
           END-IF
           COMPUTE LoyaltyValue = LoyaltyBalance * LoyaltyPointValue
           MOVE LoyaltyValue TO LoyaltyValueDisplay
           DISPLAY "Loyalty Points Available : " LoyaltyBalance
              " Worth " LoyaltyValueDisplay
           DISPLAY "Points To Redeem (0 = None) : "
              WITH NO ADVANCING
           ACCEPT PointsWanted
           IF PointsWanted = ZERO
              EXIT PARAGRAPH
           END-IF
           IF PointsWanted > LoyaltyBalance
              DISPLAY "Only " LoyaltyBalance
                 " Points Available, Nothing Redeemed"
              EXIT PARAGRAPH
           END-IF
           COMPUTE PointsDue =
              (OrderTotal - RedeemAmt) / LoyaltyPointValue
           IF PointsWanted > PointsDue
              MOVE PointsDue TO PointsWanted
              DISPLAY "Points Limited To Order Balance : "
                 PointsWanted
           END-IF
           IF PointsWanted = ZERO
              EXIT PARAGRAPH
           END-IF
           COMPUTE PointsRedeemAmt ROUNDED =
              PointsWanted * LoyaltyPointValue
           MOVE 'D' TO LoyaltyType
           MOVE PointsWanted TO LoyaltyPoints
           MOVE SPACES TO LoyaltyRef
           STRING "ORD" EntryOrdNum DELIMITED BY SIZE
              INTO LoyaltyRef
           MOVE CurrentOperator TO LoyaltyOperator
           PERFORM WriteLoyaltyEntry
           IF LoyaltyStatus NOT = "00"
              DISPLAY "Points Not Redeemed"
              EXIT PARAGRAPH
           END-IF
           PERFORM WritePointsPayment
           MOVE PointsRedeemAmt TO RedeemDisplay
           DISPLAY "Redeemed " RedeemDisplay
              " For " PointsWanted " Loyalty Points".

       WritePointsPayment.
           OPEN EXTEND ARTransFile
           IF ARTransStatus = "35"
              OPEN OUTPUT ARTransFile
           END-IF
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Open ARTrans.dat, Status "
                 ARTransStatus
           ELSE
              MOVE FUNCTION CURRENT-DATE TO ARTimestamp
              MOVE EntryCustID TO ARCustID
              MOVE 'L' TO ARType
              MOVE PointsRedeemAmt TO ARAmount
              MOVE SPACES TO ARRef
              STRING "PTS" PointsWanted DELIMITED BY SIZE
                 INTO ARRef
              MOVE ZERO TO ARInvNum
              MOVE CurrentOperator TO AROperator
              WRITE ARTransRecord
              MOVE "WRITE" TO AJAction
              MOVE ARTransRecord TO AJAfter
              PERFORM WriteARJournal
              IF ARTransStatus NOT = "00"
                 DISPLAY "Unable To Write ARTrans.dat, Status "
                    ARTransStatus
              END-IF
              CLOSE ARTransFile
           END-IF.

       CheckCredit.
           MOVE 'N' TO CreditHold
           MOVE EntryCustID TO BillToWanted
           PERFORM FindBillTo
           MOVE BillToID TO CreditCustID
           IF BillToIsBranch = 'Y'
              DISPLAY "Branch Of Bill-To Account " CreditCustID
                 ", Credit Checked On Combined Balance"
           END-IF
           PERFORM GetCreditLimit
           PERFORM ComputeCustBalance
           IF HaveLimit = 'Y' AND CustBalance > CreditLimit
              DISPLAY "Customer Has Balances Past 90 Days"
              MOVE 'Y' TO CreditHold
           END-IF
           PERFORM CheckAccountHold
           IF AcctOnHold = 'Y'
              DISPLAY "Customer On Account Hold : "
                 FUNCTION TRIM(AcctHoldReason)
              MOVE 'Y' TO CreditHold
           END-IF
           IF CreditHold = 'Y'
              DISPLAY "Order Will Be Held For Supervisor Release"
           END-IF.

       CheckAccountHold.
           MOVE 'N' TO AcctOnHold
           MOVE SPACES TO AcctHoldReason
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
                       AND (AHCustID = EntryCustID
                          OR AHCustID = CreditCustID)
                       MOVE 'Y' TO AcctOnHold
                       MOVE AHReason TO AcctHoldReason
                       MOVE 'Y' TO AcctHoldEOF
                    END-IF
              END-READ
           END-PERFORM
           IF AcctHoldStatus NOT = "35"
              CLOSE AcctHoldFile
           END-IF.

       GetCreditLimit.
           MOVE 'N' TO HaveLimit
           MOVE ZERO TO CreditLimit
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

              END-IF
           END-IF.

       ApplyOrderPromo.
           IF OrderPromoCode = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE OrderPromoCode TO PromoWanted
           MOVE TodayDate TO PromoDate
           PERFORM FindPromo
           COMPUTE OrderMerch = OrderTotal - OrderTax
           IF OrderMerch < XPMinOrder(PNX)
              MOVE XPMinOrder(PNX) TO PromoDiscDisplay
              DISPLAY "Order Below " PromoDiscDisplay
                 " Minimum, Promotion " PromoWanted " Not Applied"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO OrderPromoDisc
           MOVE 'N' TO MaintEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              DISPLAY "Unable To Open OrderTrans.dat, Status "
                 OrderTransStatus
              MOVE 'Y' TO MaintEOF
           ELSE
              OPEN OUTPUT OrderWorkFile
              IF OrderWorkStatus NOT = "00"
                 DISPLAY "Unable To Open OrderTrans.tmp, Status "
                    OrderWorkStatus
                 MOVE 'Y' TO MaintEOF
                 CLOSE OrderTransFile
              ELSE
                 PERFORM UNTIL MaintEOF = 'Y'
                    READ OrderTransFile
                       AT END MOVE 'Y' TO MaintEOF
                       NOT AT END
                          IF OTOrdNum IS NUMERIC
                             AND OTOrdNum = EntryOrdNum
                             AND OTStatus NOT = 'C'
                             PERFORM DiscountOrderLine
                          END-IF
                          WRITE OrderWorkRecord
                             FROM OrderTransRecord
                          IF OrderWorkStatus NOT = "00"
                             DISPLAY "Unable To Write OrderTrans.tmp,"
                                " Status " OrderWorkStatus
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OrderTransFile, OrderWorkFile
                 PERFORM CopyWorkToOrders
              END-IF
           END-IF
           IF OrderPromoDisc > ZERO
              MOVE OrderPromoDisc TO PromoDiscDisplay
              DISPLAY "Promotion " PromoWanted " Discount : "
                 PromoDiscDisplay
           ELSE
              DISPLAY "No Lines Qualify For Promotion " PromoWanted
           END-IF.

       DiscountOrderLine.
           MOVE SPACES TO PromoLineCat
           IF ProdOpen = 'Y'
              MOVE OTProdName TO PMProdName
              READ ProductFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PMCategory TO PromoLineCat
              END-READ
           END-IF
           MOVE OTProdName TO PromoLineProd
           MOVE OTQty TO PromoLineQty
           MOVE OTUnitPrice TO PromoLineUnit
           MOVE OTExtPrice TO PromoLineExt
           PERFORM PricePromoLine
           IF PromoLineDisc = ZERO
              EXIT PARAGRAPH
           END-IF
           SUBTRACT OTExtPrice FROM OrderTotal
           SUBTRACT OTTaxAmt FROM OrderTotal
           SUBTRACT OTTaxAmt FROM OrderTax
           MOVE PromoNetUnit TO OTUnitPrice
           MOVE PromoNetExt TO OTExtPrice
           COMPUTE OTTaxAmt ROUNDED = PromoNetExt * TaxRate
           ADD OTExtPrice TO OrderTotal
           ADD OTTaxAmt TO OrderTotal
           ADD OTTaxAmt TO OrderTax
           ADD PromoLineDisc TO OrderPromoDisc
           MOVE EntryOrdNum TO PromoOrdNum
           MOVE OTLineNum TO PromoLineNum
           MOVE EntryCustID TO PromoCustID
           MOVE 'E' TO PromoSource
           PERFORM WritePromoLine.

       WriteOrderTrans.
           OPEN EXTEND OrderTransFile.
           IF OrderTransStatus = "35"
                    BackorderStatus
              ELSE
                 DISPLAY "Backordered : " ShortfallQty " Units"
                 MOVE EntryProdName TO PromProdName
                 PERFORM AddBackorderPromise
              END-IF
              CLOSE BackorderFile
           END-IF.
           ELSE
              MOVE MaintCustID TO ListCustID
              PERFORM GetCustState
              MOVE MaintOrdNum TO ShipToOrdNum
              PERFORM GetOrderShipTo
              PERFORM UseShipToAddress
              PERFORM LookUpTaxRate
              IF MaintAction = 'A'
                 PERFORM ListOrderLines
                       ADD OTTaxAmt TO MaintOldExt
                    END-IF
                    MOVE OTProdName TO EntryProdName
                    MOVE OTSize TO EntrySize
                    MOVE MaintNewQty TO OTQty
                    IF OTUnitPrice IS NUMERIC
                       COMPUTE OTExtPrice = OTQty * OTUnitPrice
                 IF CancelCount < 50
                    ADD 1 TO CancelCount
                    MOVE OTProdName TO CXProdName(CancelCount)
                    MOVE OTSize TO CXSize(CancelCount)
                    MOVE OTQty TO CXQty(CancelCount)
                 ELSE
                    DISPLAY "Cancel Table Full, Stock Not Restored "
       AdjustStockForChange.
           COMPUTE MaintQtyDelta = MaintOldQty - MaintNewQty
           IF MaintQtyDelta NOT = ZERO AND ProdOpen = 'Y'
              MOVE EntryProdName TO StockProdName
              MOVE EntrySize TO StockSize
              IF MaintQtyDelta < ZERO
                 COMPUTE StockQty = ZERO - MaintQtyDelta
                 PERFORM GetLineAvail
                 IF StockQty > LineAvail
                    COMPUTE ShortfallQty = StockQty - LineAvail
                    DISPLAY "Warning : Amended Quantity Exceeds "
                       "Available Stock By " ShortfallQty
                 END-IF
                 MOVE 'A' TO StockAction
              ELSE
                 MOVE MaintQtyDelta TO StockQty
                 MOVE 'R' TO StockAction
              END-IF
              PERFORM UpdateLineStock
           END-IF.

       RestockCancelledLines.
           IF ProdOpen = 'Y'
              PERFORM VARYING CX FROM 1 BY 1
                 UNTIL CX > CancelCount
                 MOVE CXProdName(CX) TO StockProdName
                 MOVE CXSize(CX) TO StockSize
                 MOVE CXQty(CX) TO StockQty
                 MOVE 'R' TO StockAction
                 PERFORM UpdateLineStock
              END-PERFORM
           END-IF.

              MOVE OrderLineCount TO OANewQty
              MOVE CurrentOperator TO OAOperator
              MOVE EntryOrdNum TO OAOrdNum
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
              MOVE MaintNewQty TO OANewQty
              MOVE CurrentOperator TO OAOperator
              MOVE MaintOrdNum TO OAOrdNum
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
