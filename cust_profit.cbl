       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST_PROFIT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Customer profitability for a date range.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT HistFile ASSIGN TO HistFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HistFileStatus.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT RmaFile ASSIGN TO "RmaFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RmaStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT ShipmentFile ASSIGN TO "Shipment.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipmentStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT ProfitReport ASSIGN TO "CustProfit.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProfitReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OrderTransFile.
       01 OrderTransRecord.
           02 OTTimestamp PIC X(21).
           02 OTTimestampNum REDEFINES OTTimestamp.
              03 OTDate PIC 9(8).
              03 FILLER PIC X(13).
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

       FD HistFile.
       01 HistRecord.
           02 HTTimestamp PIC X(21).
           02 HTTimestampNum REDEFINES HTTimestamp.
              03 HTDate PIC 9(8).
              03 FILLER PIC X(13).
           02 HTCustID PIC 9(5).
           02 HTProdName PIC X(10).
           02 HTSize PIC A.
           02 HTQty PIC 9(5).
           02 HTUnitPrice PIC 9(3)V99.
           02 HTExtPrice PIC 9(7)V99.
           02 HTStatus PIC X.
           02 HTOrdNum PIC 9(7).
           02 HTOperator PIC X(8).
           02 HTLineNum PIC 9(3).
           02 HTTaxAmt PIC 9(5)V99.

       FD ProductFile.
       01 ProductRecord.
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

       FD RmaFile.
       01 RmaRecord.
           02 RMTimestamp PIC X(21).
           02 RMTimestampNum REDEFINES RMTimestamp.
              03 RMDate PIC 9(8).
              03 FILLER PIC X(13).
           02 RMNum PIC 9(7).
           02 RMOrdNum PIC 9(7).
           02 RMCustID PIC 9(5).
           02 RMProdName PIC X(10).
           02 RMSize PIC A.
           02 RMQty PIC 9(5).
           02 RMAmount PIC 9(7)V99.
           02 RMStatus PIC X.
           02 RMOperator PIC X(8).

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARTimestampNum REDEFINES ARTimestamp.
              03 ARDate PIC 9(8).
              03 FILLER PIC X(13).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD OrderMastFile.
       01 OrderMastData.
           02 OMOrdNum PIC 9(7).
           02 OMTimestamp PIC X(21).
           02 OMTimestampNum REDEFINES OMTimestamp.
              03 OMDate PIC 9(8).
              03 FILLER PIC X(13).
           02 OMCustID PIC 9(5).
           02 OMLineCount PIC 9(3).
           02 OMTaxAmt PIC 9(7)V99.
           02 OMFreightAmt PIC 9(5)V99.
           02 OMOrdTotal PIC 9(7)V99.
           02 OMStatus PIC X.
           02 OMOperator PIC X(8).
           02 OMInvNum PIC 9(7).

       FD ShipmentFile.
       01 ShipmentRecord.
           02 SHTimestamp PIC X(21).
           02 SHTimestampNum REDEFINES SHTimestamp.
              03 SHDate PIC 9(8).
              03 FILLER PIC X(13).
           02 SHOrdNum PIC 9(7).
           02 SHCustID PIC 9(5).
           02 SHCarrier PIC X(10).
           02 SHTracking PIC X(20).
           02 SHOperator PIC X(8).
           02 SHFreightCost PIC 9(5)V99.
           02 SHManifest PIC 9(8).

       FD CustomerFile.
       01 CustomerData.
           02 IDNum PIC 9(5).
           02 FirstName PIC X(15).
           02 LastName PIC X(15).
           02 DateOfBirth.
              03 MOB PIC 99.
              03 DOB PIC 99.
              03 YOB PIC 9(4).
           02 MailAddress.
              03 Street PIC X(20).
              03 City PIC X(15).
              03 State PIC X(2).
              03 Zip PIC 9(5).
           02 TaxID PIC 9(9).
           02 MailPrefs.
              03 NoMailFlag PIC X.
              03 NoMktgFlag PIC X.

       FD ProfitReport.
       01 PrintLine PIC X(150).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 HistFileStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".
       01 RmaStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 OrderMastStatus PIC XX VALUE "00".
       01 ShipmentStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 ProfitReportStatus PIC XX VALUE "00".
       01 HistFileName PIC X(30).
       01 ScanEOF PIC X.
       01 ProdOpen PIC X VALUE 'N'.
       01 CustomerOpen PIC X VALUE 'N'.
       01 CustomerOnFile PIC X.
       01 FilesRead PIC 9(3) VALUE ZERO.
       01 RankSub PIC 9(3).
       01 LossCount PIC 9(3) VALUE ZERO.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 FromDate PIC 9(8).
       01 ToDate PIC 9(8).
       01 WorkPeriod PIC 9(6).
       01 WorkPeriodParts REDEFINES WorkPeriod.
           02 WKYear PIC 9(4).
           02 WKMonth PIC 99.
       01 ToPeriod PIC 9(6).

       01 CustCount PIC 9(3) VALUE ZERO.
       01 CustTable.
           02 CustEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON CustCount
                 INDEXED BY UX, VX.
              03 CPCustID PIC 9(5).
              03 CPAmounts.
                 04 CPSales PIC S9(9)V99.
                 04 CPCost PIC S9(9)V99.
                 04 CPReturns PIC S9(9)V99.
                 04 CPWriteOff PIC S9(9)V99.
                 04 CPWaived PIC S9(9)V99.
                 04 CPFrtBilled PIC S9(9)V99.
                 04 CPFrtCost PIC S9(9)V99.
                 04 CPContrib PIC S9(9)V99.
       01 SwapEntry.
           02 SwapCustID PIC 9(5).
           02 SwapAmounts PIC X(88).
       01 CustTableFull PIC X VALUE 'N'.
       01 CustSlotFound PIC X.
       01 TallyCustID PIC 9(5).

       01 FinInvCount PIC 9(4) VALUE ZERO.
       01 FinInvTable.
           02 FinInvEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON FinInvCount
                 INDEXED BY FX.
              03 FIInvNum PIC 9(7).
       01 FinInvFound PIC X.

       01 LineUnitCost PIC 9(3)V99.
       01 LineCost PIC 9(9)V99.
       01 CustName PIC X(31).

       01 GrandAmounts.
           02 GrandSales PIC S9(9)V99 VALUE ZERO.
           02 GrandCost PIC S9(9)V99 VALUE ZERO.
           02 GrandReturns PIC S9(9)V99 VALUE ZERO.
           02 GrandWriteOff PIC S9(9)V99 VALUE ZERO.
           02 GrandWaived PIC S9(9)V99 VALUE ZERO.
           02 GrandFrtBilled PIC S9(9)V99 VALUE ZERO.
           02 GrandFrtCost PIC S9(9)V99 VALUE ZERO.
           02 GrandContrib PIC S9(9)V99 VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(28) VALUE "CUSTOMER PROFITABILITY FROM ".
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 PrnToDate PIC 9(8).
       01 Heads PIC X(140) VALUE
          "Rank Cust  Customer Name         Net Sales    Good" &
          "s Cost       Returns    Write-Offs    Fin Waived  " &
          "  Frt Billed      Frt Cost  Contribution".
       01 ProfitDetailLine.
           02 PrnIdent.
              03 PrnRank PIC ZZ9.
              03 FILLER PIC XX.
              03 PrnCustID PIC 9(5).
              03 FILLER PIC X.
           02 PrnCustName PIC X(18).
           02 PrnAmounts.
              03 PrnAmountCol OCCURS 8 TIMES.
                 04 FILLER PIC X.
                 04 PrnAmount PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLossFlag PIC X(8).
       01 AmountSub PIC 9.
       01 AmountList.
           02 AmountItem PIC S9(9)V99 OCCURS 8 TIMES.
       01 FooterCounts.
           02 FILLER PIC X(12) VALUE "CUSTOMERS : ".
           02 PrnCustCount PIC ZZ9.
           02 FILLER PIC X(33) VALUE
              "   WITH NEGATIVE CONTRIBUTION : ".
           02 PrnLossCount PIC ZZ9.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           DISPLAY "From Date (YYYYMMDD, 0 = Start Of Month) : "
              WITH NO ADVANCING
           ACCEPT FromDate
           IF FromDate = ZERO
              MOVE RunDate TO FromDate
              MOVE 01 TO FromDate(7:2)
           END-IF
           DISPLAY "To Date (YYYYMMDD, 0 = Today) : "
              WITH NO ADVANCING
           ACCEPT ToDate
           IF ToDate = ZERO
              MOVE RunDate TO ToDate
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FromDate) NOT = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(ToDate) NOT = ZERO
              OR FromDate > ToDate
              DISPLAY "Date Range Not Valid"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ProductFile
           IF ProductFileStatus = "00"
              MOVE 'Y' TO ProdOpen
           ELSE
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              DISPLAY "Goods Cost Will Show As Zero"
           END-IF
           PERFORM ReadLiveOrders
           PERFORM ReadHistFiles
           PERFORM ReadReturns
           PERFORM ReadARCredits
           PERFORM ReadFreightBilled
           PERFORM ReadFreightCost
           IF ProdOpen = 'Y'
              CLOSE ProductFile
           END-IF
           IF CustTableFull = 'Y'
              DISPLAY "More Than 500 Customers, "
                 "Overflow Added To The Last One Listed"
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM ComputeContribution
              VARYING UX FROM 1 BY 1 UNTIL UX > CustCount
           PERFORM RankCustomers
           PERFORM WriteProfitReport
           DISPLAY "History Files Read : " FilesRead
           DISPLAY "Customers Reported : " CustCount
           DISPLAY "Negative Contribution : " LossCount.
           GOBACK.

       COPY SITEPROC.

       ReadLiveOrders.
           MOVE 'N' TO ScanEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF OTStatus NOT = 'C'
                       AND OTStatus NOT = 'H'
                       AND OTExtPrice IS NUMERIC
                       AND OTQty IS NUMERIC
                       AND OTDate IS NUMERIC
                       AND OTDate >= FromDate AND OTDate <= ToDate
                       MOVE OTCustID TO TallyCustID
                       PERFORM FindCustSlot
                       MOVE OTProdName TO PMProdName
                       PERFORM GetUnitCost
                       COMPUTE LineCost = OTQty * LineUnitCost
                       ADD OTExtPrice TO CPSales(UX)
                       ADD LineCost TO CPCost(UX)
                    END-IF
              END-READ
           END-PERFORM
           IF OrderTransStatus NOT = "35"
              CLOSE OrderTransFile
           END-IF.

       ReadHistFiles.
           MOVE FromDate(1:6) TO WorkPeriod
           MOVE ToDate(1:6) TO ToPeriod
           PERFORM ReadOneHistFile UNTIL WorkPeriod > ToPeriod.

       ReadOneHistFile.
           MOVE SPACES TO HistFileName
           STRING "OrderHist." DELIMITED BY SIZE
              WorkPeriod DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO HistFileName
           END-STRING
           MOVE 'N' TO ScanEOF
           OPEN INPUT HistFile
           IF HistFileStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           ELSE
              ADD 1 TO FilesRead
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ HistFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF HTStatus NOT = 'C'
                       AND HTStatus NOT = 'H'
                       AND HTExtPrice IS NUMERIC
                       AND HTQty IS NUMERIC
                       AND HTDate IS NUMERIC
                       AND HTDate >= FromDate AND HTDate <= ToDate
                       MOVE HTCustID TO TallyCustID
                       PERFORM FindCustSlot
                       MOVE HTProdName TO PMProdName
                       PERFORM GetUnitCost
                       COMPUTE LineCost = HTQty * LineUnitCost
                       ADD HTExtPrice TO CPSales(UX)
                       ADD LineCost TO CPCost(UX)
                    END-IF
              END-READ
           END-PERFORM
           IF HistFileStatus NOT = "35"
              CLOSE HistFile
           END-IF
           IF WKMonth = 12
              ADD 1 TO WKYear
              MOVE 1 TO WKMonth
           ELSE
              ADD 1 TO WKMonth
           END-IF.

       ReadReturns.
           MOVE 'N' TO ScanEOF
           OPEN INPUT RmaFile
           IF RmaStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ RmaFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF (RMStatus = 'R' OR RMStatus = 'D')
                       AND RMAmount IS NUMERIC
                       AND RMQty IS NUMERIC
                       AND RMDate IS NUMERIC
                       AND RMDate >= FromDate AND RMDate <= ToDate
                       MOVE RMCustID TO TallyCustID
                       PERFORM FindCustSlot
                       ADD RMAmount TO CPReturns(UX)
                       IF RMStatus = 'R'
                          MOVE RMProdName TO PMProdName
                          PERFORM GetUnitCost
                          COMPUTE LineCost = RMQty * LineUnitCost
                          SUBTRACT LineCost FROM CPCost(UX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF RmaStatus NOT = "35"
              CLOSE RmaFile
           END-IF.

       ReadARCredits.
           MOVE 'N' TO ScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END PERFORM TallyARCredit
              END-READ
           END-PERFORM
           IF ARTransStatus NOT = "35"
              CLOSE ARTransFile
           END-IF.

       TallyARCredit.
           IF ARAmount IS NOT NUMERIC OR ARInvNum IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF ARType = 'F'
              IF FinInvCount < 5000
                 ADD 1 TO FinInvCount
                 MOVE ARInvNum TO FIInvNum(FinInvCount)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF ARType NOT = 'W'
              OR ARDate IS NOT NUMERIC
              OR ARDate < FromDate OR ARDate > ToDate
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FinInvFound
           IF ARInvNum > ZERO AND FinInvCount > 0
              SET FX TO 1
              SEARCH FinInvEntry
                 AT END CONTINUE
                 WHEN FIInvNum(FX) = ARInvNum
                    MOVE 'Y' TO FinInvFound
              END-SEARCH
           END-IF
           MOVE ARCustID TO TallyCustID
           PERFORM FindCustSlot
           IF FinInvFound = 'Y'
              ADD ARAmount TO CPWaived(UX)
           ELSE
              ADD ARAmount TO CPWriteOff(UX)
           END-IF.

       ReadFreightBilled.
           MOVE 'N' TO ScanEOF
           OPEN INPUT OrderMastFile
           IF OrderMastStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ OrderMastFile NEXT RECORD
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF OMStatus NOT = 'C'
                       AND OMStatus NOT = 'H'
                       AND OMFreightAmt IS NUMERIC
                       AND OMFreightAmt > ZERO
                       AND OMDate IS NUMERIC
                       AND OMDate >= FromDate AND OMDate <= ToDate
                       MOVE OMCustID TO TallyCustID
                       PERFORM FindCustSlot
                       ADD OMFreightAmt TO CPFrtBilled(UX)
                    END-IF
              END-READ
           END-PERFORM
           IF OrderMastStatus NOT = "35"
              CLOSE OrderMastFile
           END-IF.

       ReadFreightCost.
           MOVE 'N' TO ScanEOF
           OPEN INPUT ShipmentFile
           IF ShipmentStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ ShipmentFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF SHFreightCost IS NUMERIC
                       AND SHFreightCost > ZERO
                       AND SHDate IS NUMERIC
                       AND SHDate >= FromDate AND SHDate <= ToDate
                       MOVE SHCustID TO TallyCustID
                       PERFORM FindCustSlot
                       ADD SHFreightCost TO CPFrtCost(UX)
                    END-IF
              END-READ
           END-PERFORM
           IF ShipmentStatus NOT = "35"
              CLOSE ShipmentFile
           END-IF.

       GetUnitCost.
           MOVE ZERO TO LineUnitCost
           IF ProdOpen = 'Y'
              READ ProductFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PMUnitCost IS NUMERIC
                       MOVE PMUnitCost TO LineUnitCost
                    END-IF
              END-READ
           END-IF.

       FindCustSlot.
           MOVE 'N' TO CustSlotFound
           IF CustCount > 0
              SET UX TO 1
              SEARCH CustEntry
                 AT END CONTINUE
                 WHEN CPCustID(UX) = TallyCustID
                    MOVE 'Y' TO CustSlotFound
              END-SEARCH
           END-IF
           IF CustSlotFound = 'N'
              IF CustCount >= 500
                 MOVE 'Y' TO CustTableFull
                 SET UX TO CustCount
              ELSE
                 ADD 1 TO CustCount
                 SET UX TO CustCount
                 MOVE TallyCustID TO CPCustID(UX)
                 MOVE ZERO TO CPSales(UX) CPCost(UX) CPReturns(UX)
                    CPWriteOff(UX) CPWaived(UX) CPFrtBilled(UX)
                    CPFrtCost(UX) CPContrib(UX)
              END-IF
           END-IF.

       ComputeContribution.
           COMPUTE CPContrib(UX) = CPSales(UX) - CPCost(UX)
              - CPReturns(UX) - CPWriteOff(UX) - CPWaived(UX)
              + CPFrtBilled(UX) - CPFrtCost(UX)
           ADD CPSales(UX) TO GrandSales
           ADD CPCost(UX) TO GrandCost
           ADD CPReturns(UX) TO GrandReturns
           ADD CPWriteOff(UX) TO GrandWriteOff
           ADD CPWaived(UX) TO GrandWaived
           ADD CPFrtBilled(UX) TO GrandFrtBilled
           ADD CPFrtCost(UX) TO GrandFrtCost
           ADD CPContrib(UX) TO GrandContrib
           IF CPContrib(UX) < ZERO
              ADD 1 TO LossCount
           END-IF.

       RankCustomers.
           PERFORM VARYING UX FROM 1 BY 1
              UNTIL UX >= CustCount
              SET VX TO UX
              SET VX UP BY 1
              PERFORM UNTIL VX > CustCount
                 IF CPContrib(VX) > CPContrib(UX)
                    MOVE CustEntry(UX) TO SwapEntry
                    MOVE CustEntry(VX) TO CustEntry(UX)
                    MOVE SwapEntry TO CustEntry(VX)
                 END-IF
                 SET VX UP BY 1
              END-PERFORM
           END-PERFORM.

       WriteProfitReport.
           OPEN OUTPUT ProfitReport
           IF ProfitReportStatus NOT = "00"
              DISPLAY "Unable To Open CustProfit.rpt, Status "
                 ProfitReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustomerOpen
           END-IF
           MOVE FromDate TO PrnFromDate
           MOVE ToDate TO PrnToDate
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM Heads
           MOVE ZERO TO RankSub
           PERFORM WriteOneCustomer
              VARYING UX FROM 1 BY 1 UNTIL UX > CustCount
           MOVE SPACES TO PrnIdent
           MOVE "TOTAL" TO PrnCustName
           MOVE GrandAmounts TO AmountList
           PERFORM MoveAmounts
           MOVE SPACES TO PrnLossFlag
           IF GrandContrib < ZERO
              MOVE "*** LOSS" TO PrnLossFlag
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM ProfitDetailLine
           MOVE CustCount TO PrnCustCount
           MOVE LossCount TO PrnLossCount
           WRITE PrintLine FROM FooterCounts
           IF ProfitReportStatus NOT = "00"
              DISPLAY "Unable To Write CustProfit.rpt, Status "
                 ProfitReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           IF CustomerOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           CLOSE ProfitReport.

       WriteOneCustomer.
           ADD 1 TO RankSub
           PERFORM GetCustName
           MOVE SPACES TO PrnIdent
           MOVE RankSub TO PrnRank
           MOVE CPCustID(UX) TO PrnCustID
           MOVE CustName TO PrnCustName
           MOVE CPAmounts(UX) TO AmountList
           PERFORM MoveAmounts
           MOVE SPACES TO PrnLossFlag
           IF CPContrib(UX) < ZERO
              MOVE "*** LOSS" TO PrnLossFlag
           END-IF
           WRITE PrintLine FROM ProfitDetailLine
           IF ProfitReportStatus NOT = "00"
              DISPLAY "Unable To Write CustProfit.rpt, Status "
                 ProfitReportStatus
           END-IF.

       MoveAmounts.
           MOVE SPACES TO PrnAmounts
           PERFORM VARYING AmountSub FROM 1 BY 1 UNTIL AmountSub > 8
              MOVE AmountItem(AmountSub) TO PrnAmount(AmountSub)
           END-PERFORM.

       GetCustName.
           MOVE "CUSTOMER NOT ON FILE" TO CustName
           IF CustomerOpen = 'Y'
              MOVE CPCustID(UX) TO IDNum
              MOVE 'Y' TO CustomerOnFile
              READ CustomerFile
                 INVALID KEY MOVE 'N' TO CustomerOnFile
              END-READ
              IF CustomerOnFile = 'Y'
                 MOVE SPACES TO CustName
                 STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    FUNCTION TRIM(LastName) DELIMITED BY SIZE
                    INTO CustName
                 END-STRING
              END-IF
           END-IF.
