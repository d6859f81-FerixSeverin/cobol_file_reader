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
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
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

       DATA DIVISION.
       FILE SECTION.
           02 SOQty PIC 9(5).
           02 SOFreqDays PIC 9(3).
           02 SONextRun PIC 9(8).
           02 SOShipToNum PIC 99.

       FD StandOrdWork.
       01 StandOrdWorkRecord PIC X(34).

       FD StandOrdReport.
       01 ReportLine PIC X(70).
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

       FD OrderTransFile.
       01 OrderTransRecord.
           02 OTTimestamp PIC X(21).
           02 OMOperator PIC X(8).
           02 OMInvNum PIC 9(7).

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

       WORKING-STORAGE SECTION.
       01 StandOrdStatus PIC XX VALUE "00".
       01 StandOrdWorkStatus PIC XX VALUE "00".
       01 BackorderStatus PIC XX VALUE "00".
       01 OrderCtlStatus PIC XX VALUE "00".
       01 OrderMastStatus PIC XX VALUE "00".
       01 AcctHoldStatus PIC XX VALUE "00".

       01 StandOrdEOF PIC X VALUE 'N'.
       01 WorkEOF PIC X VALUE 'N'.
       01 ProdOpen PIC X VALUE 'N'.
       01 PriceFileEOF PIC X.
       01 TaxFileEOF PIC X.
       01 AcctHoldEOF PIC X.
       01 AcctOnHold PIC X VALUE 'N'.

       01 GeneratedCount PIC 9(5) VALUE ZERO.
       01 SkippedCount PIC 9(5) VALUE ZERO.
       01 BackorderedCount PIC 9(5) VALUE ZERO.
       01 HeldCount PIC 9(5) VALUE ZERO.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
       01 HolidayTable.
           02 HolidayEntry OCCURS 0 TO 100 TIMES
                 DEPENDING ON HolidayCount
                 INDEXED BY HLX.
              03 HolDate PIC 9(8).
       01 CheckDate PIC 9(8).
       01 CheckInt PIC 9(7).
              03 TTRate PIC 9V9999.

       01 CustState PIC X(2).
       01 ShipToValid PIC X.
       01 TaxRate PIC 9V9999.
       01 LineUnitPrice PIC 9(3)V99.
       01 LineExtPrice PIC 9(7)V99.
           02 PrnOrdNum PIC 9(7).
           02 FILLER PIC X(12) VALUE "  Next Run ".
           02 PrnNextRun PIC 9(8).
           02 PrnHoldFlag PIC X(6) VALUE SPACES.
       01 FooterGenerated.
           02 FILLER PIC X(19) VALUE "Orders Generated :".
           02 PrnGeneratedCount PIC ZZZZ9.
       01 FooterHeld.
           02 FILLER PIC X(19) VALUE "Orders On Hold   :".
           02 PrnHeldCount PIC ZZZZ9.

       01 OrdJournalRequest.
           02 OJAction PIC X(6).
           02 XROK PIC X.

       COPY SITEWS.
       COPY SIZEWS.
       COPY KITWS.
       COPY TAXEXWS.
       COPY SHIPTOWS.
       COPY BILLTOWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM LoadCalendar
           PERFORM OpenProductFile
           PERFORM LoadKitTable
           PERFORM LoadEffPrices
           PERFORM LoadTaxTable
           PERFORM LoadTaxExempt
           PERFORM LoadShipTos
           PERFORM LoadBillToTable
           OPEN INPUT StandOrdFile.
           IF StandOrdStatus NOT = "00"
              DISPLAY "No Standing Orders On File"
           END-IF
           MOVE GeneratedCount TO PrnGeneratedCount
           WRITE ReportLine FROM FooterGenerated
           MOVE HeldCount TO PrnHeldCount
           WRITE ReportLine FROM FooterHeld
           IF StandOrdReportStatus NOT = "00"
              DISPLAY "Unable To Write StandOrd.rpt, Status "
                 StandOrdReportStatus
           CLOSE StandOrdReport
           DISPLAY "Standing Orders Generated : " GeneratedCount
           DISPLAY "Standing Orders Not Yet Due : " SkippedCount
           DISPLAY "Shortfalls Backordered : " BackorderedCount
           DISPLAY "Orders Held For Account Hold : " HeldCount.
           GOBACK.

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY KITPROC.

       COPY KITSTOCK.

       COPY TAXEXPROC.

       COPY SHIPTOPROC.

       COPY BILLTOPROC.

       LoadCalendar.
           MOVE ZERO TO HolidayCount
           MOVE 'N' TO CalendarEOF
           MOVE SOProdName TO PrnProdName
           MOVE ZERO TO PrnQty
           MOVE ZERO TO PrnOrdNum
           MOVE SPACES TO PrnHoldFlag
           MOVE 'N' TO AcctOnHold
           PERFORM FindProduct
           IF PriceFound NOT = 'Y' OR PMStatus = 'D'
              DISPLAY "Standing Order Product Not Sold : "
                 SOProdName
              EXIT PARAGRAPH
           END-IF
           MOVE SOProdName TO StockProdName
           MOVE SOSize TO StockSize
           PERFORM GetLineAvail
           PERFORM FindProduct
           IF StockSizeOK NOT = 'Y'
              DISPLAY "Standing Order Size Not Carried : "
                 SOCustID " " SOProdName " " SOSize
              EXIT PARAGRAPH
           END-IF
           PERFORM GetCustState
           IF ShipToValid NOT = 'Y'
              DISPLAY "Standing Order Ship-To Not On File : "
                 SOCustID " " SOShipToNum
              EXIT PARAGRAPH
           END-IF
           PERFORM LookUpTaxRate
           PERFORM CheckAccountHold
           MOVE SOQty TO AcceptQty
           PERFORM GetNextOrderNum
           IF AcceptQty > LineAvail
              COMPUTE ShortfallQty = AcceptQty - LineAvail
              MOVE LineAvail TO AcceptQty
              PERFORM WriteBackorder
              ADD 1 TO BackorderedCount
           END-IF
           PERFORM RelieveStock
           PERFORM WriteOrderLine
           PERFORM WriteOrderMast
           MOVE OrderNum TO ShipToOrdNum
           PERFORM WriteOrderShipTo
           MOVE "ADD" TO XRFunc
           MOVE SOCustID TO XRCustID
           MOVE 1 TO XRCount
           PERFORM CallOrdXref
           ADD 1 TO GeneratedCount
           IF AcctOnHold = 'Y'
              ADD 1 TO HeldCount
              MOVE "  HELD" TO PrnHoldFlag
           END-IF
           MOVE SOCustID TO PrnCustID
           MOVE SOProdName TO PrnProdName
           MOVE AcceptQty TO PrnQty
              MOVE 'N' TO BusinessDay
           END-IF
           IF BusinessDay = 'Y' AND HolidayCount > 0
              SET HLX TO 1
              SEARCH HolidayEntry
                 AT END CONTINUE
                 WHEN HolDate(HLX) = CheckDate
                    MOVE 'N' TO BusinessDay
              END-SEARCH
           END-IF.
           END-IF.

       RelieveStock.
           MOVE SOProdName TO StockProdName
           MOVE SOSize TO StockSize
           MOVE AcceptQty TO StockQty
           MOVE 'A' TO StockAction
           PERFORM UpdateLineStock.

       GetCustState.
           MOVE SPACES TO CustState
                 NOT INVALID KEY MOVE State TO CustState
              END-READ
              CLOSE CustomerFile
           END-IF
           MOVE SOCustID TO ShipToCustID
           IF SOShipToNum IS NUMERIC
              MOVE SOShipToNum TO ShipToNum
           ELSE
              MOVE ZERO TO ShipToNum
           END-IF
           PERFORM FindShipTo
           MOVE 'Y' TO ShipToValid
           IF ShipToFound = 'Y'
              MOVE ShipToState TO CustState
           ELSE
              IF ShipToNum NOT = ZERO
                 MOVE 'N' TO ShipToValid
              END-IF
           END-IF.

       CheckAccountHold.
           MOVE 'N' TO AcctOnHold
           MOVE SOCustID TO BillToWanted
           PERFORM FindBillTo
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
                       AND (AHCustID = SOCustID
                          OR AHCustID = BillToID)
                       MOVE 'Y' TO AcctOnHold
                       MOVE 'Y' TO AcctHoldEOF
                    END-IF
              END-READ
           END-PERFORM
           IF AcctHoldStatus NOT = "35"
              CLOSE AcctHoldFile
           END-IF.

       LookUpTaxRate.
                    FUNCTION UPPER-CASE(CustState)
                    MOVE TTRate(TX) TO TaxRate
              END-SEARCH
           END-IF
           MOVE SOCustID TO TaxExWanted
           MOVE CustState TO TaxExState
           PERFORM CheckTaxExempt
           IF TaxExempt = 'Y'
              MOVE ZERO TO TaxRate
           END-IF.

       PriceForToday.
              MOVE AcceptQty TO OTQty
              MOVE LineUnitPrice TO OTUnitPrice
              MOVE LineExtPrice TO OTExtPrice
              IF AcctOnHold = 'Y'
                 MOVE 'H' TO OTStatus
              ELSE
                 MOVE 'A' TO OTStatus
              END-IF
              MOVE OrderNum TO OTOrdNum
              MOVE "STANDING" TO OTOperator
              MOVE 1 TO OTLineNum
              MOVE LineTaxAmt TO OMTaxAmt
              MOVE ZERO TO OMFreightAmt
              MOVE OrderTotal TO OMOrdTotal
              IF AcctOnHold = 'Y'
                 MOVE 'H' TO OMStatus
              ELSE
                 MOVE 'A' TO OMStatus
              END-IF
              MOVE "STANDING" TO OMOperator
              MOVE ZERO TO OMInvNum
              WRITE OrderMastData
