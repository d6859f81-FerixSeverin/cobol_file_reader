       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKLOG_REPORT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Open order backlog by promised ship date. Output is
      *> Backlog.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'backlogwork.tmp'.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT BacklogReport ASSIGN TO "Backlog.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BacklogReportStatus.
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
       SD WorkFile.
       01 WSortRecord.
           02 WSortPromDate PIC 9(8).
           02 WSortOrdNum PIC 9(7).
           02 WSortCustID PIC 9(5).
           02 WSortStatus PIC X.
           02 WSortLines PIC 9(3).
           02 WSortTotal PIC 9(7)V99.
           02 WSortTaken PIC 9(8).
           02 WSortBackDate PIC 9(8).
           02 WSortDerived PIC X.
           02 WSortFlag PIC X(7).

       FD OrderMastFile.
       01 OrderMastData.
           02 OMOrdNum PIC 9(7).
           02 OMTimestamp PIC X(21).
           02 OMCustID PIC 9(5).
           02 OMLineCount PIC 9(3).
           02 OMTaxAmt PIC 9(7)V99.
           02 OMFreightAmt PIC 9(5)V99.
           02 OMOrdTotal PIC 9(7)V99.
           02 OMStatus PIC X.
           02 OMOperator PIC X(8).
           02 OMInvNum PIC 9(7).

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

       FD BacklogReport.
       01 PrintLine PIC X(80).

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
       01 OrderMastStatus PIC XX VALUE "00".
       01 OrderTransStatus PIC XX VALUE "00".
       01 BacklogReportStatus PIC XX VALUE "00".
       01 MastEOF PIC X VALUE 'N'.
       01 OrderTransEOF PIC X VALUE 'N'.
       01 SortedEOF PIC X VALUE 'N'.
       01 RiskDaysText PIC X(5).
       01 RiskDays PIC 9(2) VALUE 2.
       01 RiskDate PIC 9(8).
       01 OrderFlag PIC X(7).

       01 PromiseCount PIC 9(5) VALUE ZERO.
       01 PromiseTable.
           02 PromiseEntry OCCURS 0 TO 20000 TIMES
                 DEPENDING ON PromiseCount
                 INDEXED BY PMX.
              03 XJOrdNum PIC 9(7).
              03 XJShipDate PIC 9(8).
              03 XJBackDate PIC 9(8).

       01 OpenCount PIC 9(5) VALUE ZERO.
       01 OpenTable.
           02 OpenEntry OCCURS 0 TO 20000 TIMES
                 DEPENDING ON OpenCount
                 ASCENDING KEY IS XNOrdNum
                 INDEXED BY ONX.
              03 XNOrdNum PIC 9(7).
              03 XNFlag PIC X(7).

       01 CustTotCount PIC 9(4) VALUE ZERO.
       01 CustTotTable.
           02 CustTotEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON CustTotCount
                 INDEXED BY CYX.
              03 XYCustID PIC 9(5).
              03 XYOrders PIC 9(5).
              03 XYValue PIC 9(9)V99.
              03 XYLate PIC 9(5).
              03 XYRisk PIC 9(5).

       01 ProdTotCount PIC 9(4) VALUE ZERO.
       01 ProdTotTable.
           02 ProdTotEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON ProdTotCount
                 INDEXED BY PZX.
              03 XZProdName PIC X(10).
              03 XZQty PIC 9(7).
              03 XZValue PIC 9(9)V99.
              03 XZLateQty PIC 9(7).
              03 XZRiskQty PIC 9(7).

       01 HaveDate PIC X VALUE 'N'.
       01 PrevPromDate PIC 9(8).
       01 DateOrders PIC 9(5).
       01 DateValue PIC 9(9)V99.
       01 TotalOrders PIC 9(5) VALUE ZERO.
       01 TotalValue PIC 9(9)V99 VALUE ZERO.
       01 LateOrders PIC 9(5) VALUE ZERO.
       01 LateValue PIC 9(9)V99 VALUE ZERO.
       01 RiskOrders PIC 9(5) VALUE ZERO.
       01 RiskValue PIC 9(9)V99 VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(25) VALUE "OPEN ORDER BACKLOG AS OF ".
           02 PrnToday PIC 9(8).
           02 FILLER PIC X(17) VALUE "   AT RISK UNTIL ".
           02 PrnRiskDate PIC 9(8).
       01 Heads PIC X(80) VALUE
          "Promised  Order   Cust  St Lines        Value Flag    " &
          "Taken    Backordered".
       01 DetailLine.
           02 PrnPromDate PIC 9(8).
           02 PrnDerived PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOrdNum PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnLines PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotal PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFlag PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTaken PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBackDate PIC X(8).
       01 DateTotalLine.
           02 FILLER PIC X(12) VALUE "  Due ".
           02 PrnDueDate PIC 9(8).
           02 FILLER PIC X(3) VALUE " : ".
           02 PrnDateOrders PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " Orders ".
           02 PrnDateValue PIC ZZZ,ZZZ,ZZ9.99.

       01 CustHeading PIC X(80) VALUE "BACKLOG BY CUSTOMER".
       01 CustHeads PIC X(80) VALUE
          "Cust   Orders           Value   Late  At Risk".
       01 CustLine.
           02 PrnCTCustID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCTOrders PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCTValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCTLate PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCTRisk PIC ZZZZ9.

       01 ProdHeading PIC X(80) VALUE "BACKLOG BY PRODUCT".
       01 ProdHeads PIC X(80) VALUE
          "Product        Units           Value  Late Units  At Risk".
       01 ProdLine.
           02 PrnPTProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPTQty PIC ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPTValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnPTLate PIC ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPTRisk PIC ZZZZZZ9.

       01 TotalLine.
           02 PrnTotLabel PIC X(20).
           02 PrnTotOrders PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " Orders ".
           02 PrnTotValue PIC ZZZ,ZZZ,ZZ9.99.

       COPY SITEWS.
       COPY PROMDTWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           PERFORM LoadPromiseTables
           MOVE SPACES TO RiskDaysText
           ACCEPT RiskDaysText FROM ENVIRONMENT "BACKLOG_RISK_DAYS"
           IF RiskDaysText NOT = SPACES
              AND FUNCTION TRIM(RiskDaysText) IS NUMERIC
              MOVE FUNCTION NUMVAL(RiskDaysText) TO RiskDays
           END-IF
           MOVE PromToday TO PromStartDate
           MOVE RiskDays TO PromDays
           PERFORM AddBusinessDays
           MOVE PromDate TO RiskDate
           PERFORM LoadPromises
           OPEN OUTPUT BacklogReport
           IF BacklogReportStatus NOT = "00"
              DISPLAY "Unable To Open Backlog.rpt, Status "
                 BacklogReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PromToday TO PrnToday
           MOVE RiskDate TO PrnRiskDate
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM Heads
           SORT WorkFile
              ON ASCENDING KEY WSortPromDate WSortOrdNum
              INPUT PROCEDURE IS SelectOpenOrders
              OUTPUT PROCEDURE IS PrintBacklog
           PERFORM TallyOpenLines
           PERFORM PrintCustTotals
           PERFORM PrintProdTotals
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "Open Orders :" TO PrnTotLabel
           MOVE TotalOrders TO PrnTotOrders
           MOVE TotalValue TO PrnTotValue
           WRITE PrintLine FROM TotalLine
           MOVE "Late :" TO PrnTotLabel
           MOVE LateOrders TO PrnTotOrders
           MOVE LateValue TO PrnTotValue
           WRITE PrintLine FROM TotalLine
           MOVE "At Risk :" TO PrnTotLabel
           MOVE RiskOrders TO PrnTotOrders
           MOVE RiskValue TO PrnTotValue
           WRITE PrintLine FROM TotalLine
           IF BacklogReportStatus NOT = "00"
              DISPLAY "Unable To Write Backlog.rpt, Status "
                 BacklogReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE BacklogReport
           DISPLAY "Open Orders : " TotalOrders
              "  Late : " LateOrders
              "  At Risk : " RiskOrders.
           GOBACK.

       COPY SITEPROC.

       COPY PROMDTPROC.

       LoadPromises.
           MOVE 'N' TO PromEOF
           OPEN INPUT OrderPromFile
           IF OrderPromStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromEOF = 'Y'
              READ OrderPromFile
                 AT END MOVE 'Y' TO PromEOF
                 NOT AT END
                    IF PQOrdNum IS NUMERIC AND PQShipDate IS NUMERIC
                       PERFORM StorePromise
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OrderPromFile.

       StorePromise.
           IF PromiseCount > ZERO
              SET PMX TO 1
              SEARCH PromiseEntry
                 AT END CONTINUE
                 WHEN XJOrdNum(PMX) = PQOrdNum
                    MOVE PQShipDate TO XJShipDate(PMX)
                    MOVE PQBackDate TO XJBackDate(PMX)
                    EXIT PARAGRAPH
              END-SEARCH
           END-IF
           IF PromiseCount < 20000
              ADD 1 TO PromiseCount
              MOVE PQOrdNum TO XJOrdNum(PromiseCount)
              MOVE PQShipDate TO XJShipDate(PromiseCount)
              MOVE PQBackDate TO XJBackDate(PromiseCount)
           END-IF.

       SelectOpenOrders.
           OPEN INPUT OrderMastFile
           IF OrderMastStatus NOT = "00"
              DISPLAY "No Orders On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MastEOF = 'Y'
              READ OrderMastFile NEXT RECORD
                 AT END MOVE 'Y' TO MastEOF
                 NOT AT END
                    IF OMStatus NOT = 'S' AND OMStatus NOT = 'C'
                       PERFORM SelectOneOrder
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OrderMastFile.

       SelectOneOrder.
           MOVE OMOrdNum TO WSortOrdNum
           MOVE OMCustID TO WSortCustID
           MOVE OMStatus TO WSortStatus
           MOVE OMLineCount TO WSortLines
           MOVE OMOrdTotal TO WSortTotal
           MOVE OMTimestamp(1:8) TO WSortTaken
           MOVE ZERO TO WSortBackDate
           MOVE SPACE TO WSortDerived
           MOVE ZERO TO WSortPromDate
           IF PromiseCount > ZERO
              SET PMX TO 1
              SEARCH PromiseEntry
                 AT END CONTINUE
                 WHEN XJOrdNum(PMX) = OMOrdNum
                    MOVE XJShipDate(PMX) TO WSortPromDate
                    MOVE XJBackDate(PMX) TO WSortBackDate
              END-SEARCH
           END-IF
           IF WSortPromDate = ZERO
              IF OMTimestamp(1:8) IS NUMERIC
                 MOVE OMTimestamp(1:8) TO PromStartDate
              ELSE
                 MOVE PromToday TO PromStartDate
              END-IF
              MOVE PromHandleDays TO PromDays
              PERFORM AddBusinessDays
              MOVE PromDate TO WSortPromDate
              MOVE '*' TO WSortDerived
           END-IF
           EVALUATE TRUE
              WHEN WSortPromDate < PromToday
                 MOVE "LATE" TO OrderFlag
              WHEN OMStatus = 'H'
                 MOVE "AT RISK" TO OrderFlag
              WHEN WSortPromDate <= RiskDate
                 MOVE "AT RISK" TO OrderFlag
              WHEN OTHER
                 MOVE SPACES TO OrderFlag
           END-EVALUATE
           MOVE OrderFlag TO WSortFlag
           IF OpenCount < 20000
              ADD 1 TO OpenCount
              MOVE OMOrdNum TO XNOrdNum(OpenCount)
              MOVE OrderFlag TO XNFlag(OpenCount)
           END-IF
           PERFORM AddCustTotal
           RELEASE WSortRecord.

       AddCustTotal.
           SET CYX TO 1
           SEARCH CustTotEntry
              AT END
                 IF CustTotCount >= 5000
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO CustTotCount
                 SET CYX TO CustTotCount
                 MOVE OMCustID TO XYCustID(CYX)
                 MOVE ZERO TO XYOrders(CYX) XYValue(CYX)
                    XYLate(CYX) XYRisk(CYX)
              WHEN XYCustID(CYX) = OMCustID
                 CONTINUE
           END-SEARCH
           ADD 1 TO XYOrders(CYX)
           ADD OMOrdTotal TO XYValue(CYX)
           EVALUATE OrderFlag
              WHEN "LATE" ADD 1 TO XYLate(CYX)
              WHEN "AT RISK" ADD 1 TO XYRisk(CYX)
           END-EVALUATE.

       PrintBacklog.
           PERFORM UNTIL SortedEOF = 'Y'
              RETURN WorkFile
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM PrintOneOrder
              END-RETURN
           END-PERFORM
           IF HaveDate = 'Y'
              PERFORM PrintDateTotal
           END-IF.

       PrintOneOrder.
           IF HaveDate = 'Y' AND WSortPromDate NOT = PrevPromDate
              PERFORM PrintDateTotal
           END-IF
           IF HaveDate = 'N' OR WSortPromDate NOT = PrevPromDate
              MOVE 'Y' TO HaveDate
              MOVE WSortPromDate TO PrevPromDate
              MOVE ZERO TO DateOrders DateValue
           END-IF
           MOVE WSortPromDate TO PrnPromDate
           MOVE WSortDerived TO PrnDerived
           MOVE WSortOrdNum TO PrnOrdNum
           MOVE WSortCustID TO PrnCustID
           MOVE WSortStatus TO PrnStatus
           MOVE WSortLines TO PrnLines
           MOVE WSortTotal TO PrnTotal
           MOVE WSortFlag TO PrnFlag
           MOVE WSortTaken TO PrnTaken
           IF WSortBackDate > ZERO
              MOVE WSortBackDate TO PrnBackDate
           ELSE
              MOVE SPACES TO PrnBackDate
           END-IF
           WRITE PrintLine FROM DetailLine
           ADD 1 TO DateOrders TotalOrders
           ADD WSortTotal TO DateValue TotalValue
           EVALUATE WSortFlag
              WHEN "LATE"
                 ADD 1 TO LateOrders
                 ADD WSortTotal TO LateValue
              WHEN "AT RISK"
                 ADD 1 TO RiskOrders
                 ADD WSortTotal TO RiskValue
           END-EVALUATE.

       PrintDateTotal.
           MOVE PrevPromDate TO PrnDueDate
           MOVE DateOrders TO PrnDateOrders
           MOVE DateValue TO PrnDateValue
           WRITE PrintLine FROM DateTotalLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine.

       TallyOpenLines.
           IF OpenCount = ZERO
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OrderTransEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO OrderTransEOF
                 NOT AT END
                    IF OTStatus NOT = 'C'
                       AND OTOrdNum IS NUMERIC
                       AND OTQty IS NUMERIC
                       AND OTExtPrice IS NUMERIC
                       PERFORM TallyOneLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OrderTransFile.

       TallyOneLine.
           SEARCH ALL OpenEntry
              AT END EXIT PARAGRAPH
              WHEN XNOrdNum(ONX) = OTOrdNum
                 CONTINUE
           END-SEARCH
           SET PZX TO 1
           SEARCH ProdTotEntry
              AT END
                 IF ProdTotCount >= 2000
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO ProdTotCount
                 SET PZX TO ProdTotCount
                 MOVE OTProdName TO XZProdName(PZX)
                 MOVE ZERO TO XZQty(PZX) XZValue(PZX)
                    XZLateQty(PZX) XZRiskQty(PZX)
              WHEN XZProdName(PZX) = OTProdName
                 CONTINUE
           END-SEARCH
           ADD OTQty TO XZQty(PZX)
           ADD OTExtPrice TO XZValue(PZX)
           EVALUATE XNFlag(ONX)
              WHEN "LATE" ADD OTQty TO XZLateQty(PZX)
              WHEN "AT RISK" ADD OTQty TO XZRiskQty(PZX)
           END-EVALUATE.

       PrintCustTotals.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM CustHeading
           WRITE PrintLine FROM CustHeads
           IF CustTotCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SORT CustTotEntry ON ASCENDING KEY XYCustID
           PERFORM VARYING CYX FROM 1 BY 1 UNTIL CYX > CustTotCount
              MOVE XYCustID(CYX) TO PrnCTCustID
              MOVE XYOrders(CYX) TO PrnCTOrders
              MOVE XYValue(CYX) TO PrnCTValue
              MOVE XYLate(CYX) TO PrnCTLate
              MOVE XYRisk(CYX) TO PrnCTRisk
              WRITE PrintLine FROM CustLine
           END-PERFORM.

       PrintProdTotals.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM ProdHeading
           WRITE PrintLine FROM ProdHeads
           IF ProdTotCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SORT ProdTotEntry ON ASCENDING KEY XZProdName
           PERFORM VARYING PZX FROM 1 BY 1 UNTIL PZX > ProdTotCount
              MOVE XZProdName(PZX) TO PrnPTProdName
              MOVE XZQty(PZX) TO PrnPTQty
              MOVE XZValue(PZX) TO PrnPTValue
              MOVE XZLateQty(PZX) TO PrnPTLate
              MOVE XZRiskQty(PZX) TO PrnPTRisk
              WRITE PrintLine FROM ProdLine
           END-PERFORM.
