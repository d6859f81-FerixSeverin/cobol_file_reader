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
           SELECT HoldCtlFile ASSIGN TO "HoldCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HoldCtlStatus.
           SELECT SubstFile ASSIGN TO "Substitute.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SubstStatus.

       DATA DIVISION.
       FILE SECTION.
           02 QTExpireDate PIC 9(8).
           02 QTStatus PIC X.
           02 QTLineNum PIC 9(3).
           02 QTPromoCode PIC X(10).

       FD QuoteWorkFile.
       01 QuoteWorkRecord PIC X(85).

       FD QuoteCtlFile.
       01 QuoteCtlRecord PIC 9(7).
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

       FD HoldCtlFile.
       01 HoldCtlRecord PIC 9(7)V99.

       FD SubstFile.
       01 SubstRecord.
           02 SJProdName PIC X(10).
           02 SJSubName PIC X(10).
           02 SJSetDate PIC 9(8).
           02 SJOperator PIC X(8).

       WORKING-STORAGE SECTION.
       01 QuoteFileStatus PIC XX VALUE "00".
       01 QuoteWorkStatus PIC XX VALUE "00".
       01 EntryExtPrice PIC 9(7)V99.
       01 MoreLines PIC X.
       01 LineConfirm PIC X.
       01 SubstConfirm PIC X.
       01 QuoteNum PIC 9(7).
       01 NextQuoteNum PIC 9(7).
       01 QuoteLineCount PIC 9(3).
       01 QuoteTotal PIC 9(7)V99.
       01 QuotesWritten PIC 9(5) VALUE ZERO.
       01 QuotePromoCode PIC X(10).
       01 QuotePromoDisc PIC 9(7)V99.
       01 UnitPriceDisplay PIC $$$9.99.
       01 ExtPriceDisplay PIC $$,$$$,$$9.99.
       01 TotalDisplay PIC $$,$$$,$$9.99.
       01 OrderWorkStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 CreditLimStatus PIC XX VALUE "00".
       01 AcctHoldStatus PIC XX VALUE "00".
       01 HoldCtlStatus PIC XX VALUE "00".
       01 CreditLimEOF PIC X.
       01 ARScanEOF PIC X.
       01 WorkCopyEOF PIC X.
       01 HaveLimit PIC X.
       01 CreditHold PIC X.
       01 AcctHoldEOF PIC X.
       01 AcctOnHold PIC X.
       01 AcctHoldReason PIC X(40).
       01 CreditLimit PIC 9(7)V99.
       01 CustBalance PIC S9(9)V99.
       01 CreditCustID PIC 9(5).
       01 Charges90 PIC 9(9)V99.
       01 PayCredits PIC 9(9)V99.
       01 Aged90Open PIC S9(9)V99.
       01 ConvCustID PIC 9(5).
       01 ConvExpired PIC X.
       01 ConvLineCount PIC 9(3).
       01 ConvPromoCode PIC X(10).
       01 OrderMerch PIC 9(7)V99.
       01 OrderPromoDisc PIC 9(7)V99.
       01 ConvLineTable.
           02 ConvLineEntry OCCURS 50 TIMES INDEXED BY LX.
              03 CVProdName PIC X(10).
           02 PrnUnitPrice PIC $$$9.99.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnExtended PIC $$,$$$,$$9.99.
       01 QuotePromoLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "PROMOTION ".
           02 PrnPromoCode PIC X(10).
           02 FILLER PIC X(16) VALUE SPACE.
           02 PrnPromoDisc PIC $$,$$$,$$9.99-.
       01 QuoteTotalLine.
           02 FILLER PIC X(14) VALUE "QUOTE TOTAL :".
           02 FILLER PIC X VALUE SPACE.
           02 XROK PIC X.

       COPY SITEWS.
       COPY SIZEWS.
       COPY KITWS.
       COPY TAXEXWS.
       COPY PROMOWS.
       COPY BILLTOWS.
       COPY SHIPTOWS.
       COPY SUBSTWS.

       PROCEDURE DIVISION.
       StartPara.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayDate)
           PERFORM GetHoldThreshold
           PERFORM OpenProductFile
           PERFORM LoadKitTable
           PERFORM LoadEffPrices
           PERFORM LoadTaxTable
           PERFORM LoadTaxExempt
           PERFORM LoadPromos
           PERFORM LoadShipRates
           PERFORM LoadQtyBreaks
           PERFORM LoadContracts
           PERFORM LoadBillToTable
           PERFORM LoadShipTos
           PERFORM LoadSubstitutes
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "QUOTES"

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY KITPROC.

       COPY KITSTOCK.

       COPY TAXEXPROC.

       COPY PROMOPROC.

       COPY BILLTOPROC.

       COPY SHIPTOPROC.

       COPY SUBSTPROC.

       LoadContracts.
           MOVE ZERO TO ContractCount
           MOVE 'N' TO ContractEOF
              ON EXCEPTION MOVE TodayDate TO DUDate2
           END-CALL
           MOVE DUDate2 TO ExpireDate
           PERFORM GetPromoCode
           MOVE ZERO TO QuoteLineCount QuoteTotal
           MOVE ZERO TO QuoteNum
           MOVE 'Y' TO MoreLines
              DISPLAY "No Lines Entered, No Quote Written"
           END-IF.

       GetPromoCode.
           DISPLAY "Promotion Code (Blank = None) : "
              WITH NO ADVANCING
           MOVE SPACES TO QuotePromoCode
           ACCEPT QuotePromoCode
           IF QuotePromoCode = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE QuotePromoCode TO PromoWanted
           MOVE TodayDate TO PromoDate
           PERFORM FindPromo
           EVALUATE TRUE
              WHEN PromoFound NOT = 'Y'
                 DISPLAY "Promotion " PromoWanted " Not On File"
                 MOVE SPACES TO QuotePromoCode
              WHEN PromoActive NOT = 'Y'
                 DISPLAY "Promotion " PromoWanted " Runs "
                    XPFromDate(PNX) " To " XPToDate(PNX)
                    ", Not Applied"
                 MOVE SPACES TO QuotePromoCode
              WHEN OTHER
                 MOVE PromoWanted TO QuotePromoCode
                 MOVE XPMinOrder(PNX) TO PromoDiscDisplay
                 DISPLAY "Promotion : " XPDesc(PNX)
                    "  Minimum Order : " PromoDiscDisplay
           END-EVALUATE.

       EnterQuoteLine.
           DISPLAY "Enter Product Name : " WITH NO ADVANCING.
           ACCEPT EntryProdName.
           PERFORM FindProduct
           IF PriceFound = 'Y' AND PMStatus = 'D'
              PERFORM OfferSubstitute
           END-IF
           IF PriceFound NOT = 'Y'
              DISPLAY "Product Not Found"
           ELSE
              MOVE 'Y' TO MoreLines
           END-IF.

       OfferSubstitute.
           MOVE EntryProdName TO SubstWanted
           PERFORM FindSubstitute
           IF SubstFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Product Discontinued, Substitute : " SubstName
           DISPLAY "Quote The Substitute (Y/N) : " WITH NO ADVANCING
           ACCEPT SubstConfirm
           IF SubstConfirm = 'Y' OR SubstConfirm = 'y'
              MOVE SubstName TO EntryProdName
              PERFORM FindProduct
           END-IF.

       OpenProductFile.
           OPEN I-O ProductFile
           IF ProductFileStatus NOT = "00"
              MOVE ExpireDate TO QTExpireDate
              MOVE 'O' TO QTStatus
              MOVE QuoteLineCount TO QTLineNum
              MOVE QuotePromoCode TO QTPromoCode
              WRITE QuoteRecord
              IF QuoteFileStatus NOT = "00"
                 DISPLAY "Unable To Write QuoteFile.dat, Status "
              MOVE ExpireDate TO PrnExpireDate
              WRITE QuoteLine FROM QuoteExpireLine
              WRITE QuoteLine FROM QuoteHeads
              PERFORM CheckQuotePromo
              PERFORM PrintQuoteLines
              COMPUTE PrnQuoteTotal = QuoteTotal - QuotePromoDisc
              WRITE QuoteLine FROM QuoteTotalLine
              IF QuoteReportStatus NOT = "00"
                 DISPLAY "Unable To Write Quote.rpt, Status "
                       MOVE QTUnitPrice TO PrnUnitPrice
                       MOVE QTExtPrice TO PrnExtended
                       WRITE QuoteLine FROM QuoteDetailLine
                       IF PromoActive = 'Y'
                          PERFORM PrintQuotePromo
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
              CLOSE QuoteFile
           END-IF.

       CheckQuotePromo.
           MOVE ZERO TO QuotePromoDisc
           MOVE 'N' TO PromoActive
           IF QuotePromoCode = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE QuotePromoCode TO PromoWanted
           MOVE TodayDate TO PromoDate
           PERFORM FindPromo
           IF PromoActive = 'Y' AND QuoteTotal < XPMinOrder(PNX)
              MOVE XPMinOrder(PNX) TO PromoDiscDisplay
              DISPLAY "Quote Below " PromoDiscDisplay
                 " Minimum, Promotion " PromoWanted " Not Applied"
              MOVE 'N' TO PromoActive
           END-IF.

       PrintQuotePromo.
           MOVE QTProdName TO EntryProdName
           PERFORM FindProduct
           MOVE SPACES TO PromoLineCat
           IF PriceFound = 'Y'
              MOVE PMCategory TO PromoLineCat
           END-IF
           MOVE QTProdName TO PromoLineProd
           MOVE QTQty TO PromoLineQty
           MOVE QTUnitPrice TO PromoLineUnit
           MOVE QTExtPrice TO PromoLineExt
           PERFORM PricePromoLine
           IF PromoLineDisc > ZERO
              ADD PromoLineDisc TO QuotePromoDisc
              MOVE XPCode(PNX) TO PrnPromoCode
              COMPUTE PrnPromoDisc = ZERO - PromoLineDisc
              WRITE QuoteLine FROM QuotePromoLine
           END-IF.

       ListQuotes.
           MOVE 'N' TO QuoteEOF
           OPEN INPUT QuoteFile
           ACCEPT ConvQuoteNum.
           MOVE ZERO TO ConvLineCount
           MOVE ZERO TO ConvCustID
           MOVE SPACES TO ConvPromoCode
           MOVE 'N' TO ConvExpired
           MOVE 'N' TO QuoteEOF
           OPEN INPUT QuoteFile
                       AND ConvLineCount < 50
                       ADD 1 TO ConvLineCount
                       MOVE QTCustID TO ConvCustID
                       IF QTPromoCode NOT = SPACES
                          MOVE QTPromoCode TO ConvPromoCode
                       END-IF
                       MOVE QTProdName TO
                          CVProdName(ConvLineCount)
                       MOVE QTSize TO CVSize(ConvLineCount)
                 "Quote Not Converted"
              EXIT PARAGRAPH
           END-IF
           MOVE EntryCustID TO ShipToCustID
           PERFORM PickShipTo
           PERFORM UseShipToAddress
           PERFORM LookUpTaxRate
           PERFORM CheckCredit
           MOVE ZERO TO OrderLineCount OrderTotal OrderTax OrderQty
           IF OrderLineCount = ZERO
              DISPLAY "No Stock Available, Order Not Written"
           ELSE
              PERFORM ApplyOrderPromo
              PERFORM LookUpFreight
              IF FreightAmt > ZERO
                 ADD FreightAmt TO OrderTotal
                 PERFORM HoldOrderLines
              END-IF
              PERFORM WriteOrderMast
              MOVE OrderNum TO ShipToOrdNum
              PERFORM WriteOrderShipTo
              PERFORM FlagQuoteConverted
              IF RepriceCount > ZERO
                 DISPLAY "Lines Repriced Since Quote : " RepriceCount
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

       LookUpTaxRate.
           MOVE ZERO TO TaxRate
           IF TaxCount > 0 AND CustState NOT = SPACE
                    FUNCTION UPPER-CASE(CustState)
                    MOVE TTRate(TX) TO TaxRate
              END-SEARCH
           END-IF
           MOVE EntryCustID TO TaxExWanted
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

       ConvertOneLine.
           PERFORM FindProduct
           IF PriceFound NOT = 'Y' OR PMStatus = 'D'
              DISPLAY "Product No Longer Sold : " CVProdName(LX)
              MOVE CVProdName(LX) TO SubstWanted
              PERFORM FindSubstitute
              IF SubstFound = 'Y'
                 DISPLAY "Substitute On File : " SubstName
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE CVQty(LX) TO BreakQty
           PERFORM PriceForToday
           MOVE CVProdName(LX) TO StockProdName
           MOVE CVSize(LX) TO StockSize
           PERFORM GetLineAvail
           IF StockSizeOK NOT = 'Y'
              DISPLAY "Size " CVSize(LX) " No Longer Carried : "
                 CVProdName(LX)
              EXIT PARAGRAPH
           END-IF
           IF LineUnitPrice NOT = CVQuotePrice(LX)
              ADD 1 TO RepriceCount
           END-IF
           MOVE CVQty(LX) TO AcceptQty
           IF AcceptQty > LineAvail
              COMPUTE ShortfallQty = AcceptQty - LineAvail
              MOVE LineAvail TO AcceptQty
              PERFORM WriteBackorder
           END-IF
           IF AcceptQty = ZERO
           PERFORM RelieveStock
           PERFORM WriteOrderLine.

       ApplyOrderPromo.
           IF ConvPromoCode = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE ConvPromoCode TO PromoWanted
           MOVE TodayDate TO PromoDate
           PERFORM FindPromo
           IF PromoActive NOT = 'Y'
              DISPLAY "Promotion " PromoWanted
                 " No Longer Running, Not Applied"
              EXIT PARAGRAPH
           END-IF
           COMPUTE OrderMerch = OrderTotal - OrderTax
           IF OrderMerch < XPMinOrder(PNX)
              MOVE XPMinOrder(PNX) TO PromoDiscDisplay
              DISPLAY "Order Below " PromoDiscDisplay
                 " Minimum, Promotion " PromoWanted " Not Applied"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO OrderPromoDisc
           MOVE 'N' TO HoldScanEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              DISPLAY "Unable To Open OrderTrans.dat, Status "
                 OrderTransStatus
              MOVE 'Y' TO HoldScanEOF
           ELSE
              OPEN OUTPUT OrderWorkFile
              IF OrderWorkStatus NOT = "00"
                 DISPLAY "Unable To Open OrderTrans.tmp, Status "
                    OrderWorkStatus
                 MOVE 'Y' TO HoldScanEOF
                 CLOSE OrderTransFile
              ELSE
                 PERFORM UNTIL HoldScanEOF = 'Y'
                    READ OrderTransFile
                       AT END MOVE 'Y' TO HoldScanEOF
                       NOT AT END
                          IF OTOrdNum IS NUMERIC
                             AND OTOrdNum = OrderNum
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
           END-IF.

       DiscountOrderLine.
           MOVE OTProdName TO EntryProdName
           PERFORM FindProduct
           MOVE SPACES TO PromoLineCat
           IF PriceFound = 'Y'
              MOVE PMCategory TO PromoLineCat
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
           MOVE OrderNum TO PromoOrdNum
           MOVE OTLineNum TO PromoLineNum
           MOVE EntryCustID TO PromoCustID
           MOVE 'Q' TO PromoSource
           PERFORM WritePromoLine.

       RelieveStock.
           MOVE EntryProdName TO StockProdName
           MOVE CVSize(LX) TO StockSize
           MOVE AcceptQty TO StockQty
           MOVE 'A' TO StockAction
           PERFORM UpdateLineStock.

       WriteBackorder.
           OPEN EXTEND BackorderFile

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

