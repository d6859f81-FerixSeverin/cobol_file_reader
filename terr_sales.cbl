       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERR_SALES.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Territory sales by month, this year against last year.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT HistFile ASSIGN TO HistFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HistFileStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT TerritoryFile ASSIGN TO "Territory.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TerritoryStatus.
           SELECT TerrRepFile ASSIGN TO "TerrRep.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TerrRepStatus.
           SELECT CustTerrFile ASSIGN TO "CustTerr.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CustTerrStatus.
           SELECT TerrReport ASSIGN TO "TerrSales.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TerrReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OrderTransFile.
       01 OrderTransRecord.
           02 OTTimestamp PIC X(21).
           02 OTTimestampNum REDEFINES OTTimestamp.
              03 OTSaleDate PIC 9(8).
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
              03 HTSaleDate PIC 9(8).
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

       FD TerritoryFile.
       01 TerritoryRecord.
           02 TRCode PIC X(4).
           02 TRDesc PIC X(20).
           02 TRZipFrom PIC 9(5).
           02 TRZipTo PIC 9(5).

       FD TerrRepFile.
       01 TerrRepRecord.
           02 TPCode PIC X(4).
           02 TPRep PIC X(8).
           02 TPFromDate PIC 9(8).
           02 TPTimestamp PIC X(21).
           02 TPOperator PIC X(8).

       FD CustTerrFile.
       01 CustTerrRecord.
           02 CTCustID PIC 9(5).
           02 CTCode PIC X(4).
           02 CTFromDate PIC 9(8).
           02 CTTimestamp PIC X(21).
           02 CTOperator PIC X(8).

       FD TerrReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 HistFileStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 TerrReportStatus PIC XX VALUE "00".
       01 HistFileName PIC X(30).
       01 OrderEOF PIC X.
       01 HistEOF PIC X.
       01 CustomerOpen PIC X VALUE 'N'.
       01 CustomerOnFile PIC X.
       01 LinesTallied PIC 9(7) VALUE ZERO.
       01 LinesUnassigned PIC 9(7) VALUE ZERO.
       01 FilesRead PIC 9(3) VALUE ZERO.

       01 RunDate PIC 9(8).
       01 RunDateParts REDEFINES RunDate.
           02 RunYear PIC 9(4).
           02 RunMonth PIC 99.
           02 FILLER PIC 99.
       01 LastYear PIC 9(4).
       01 WorkPeriod PIC 9(6).
       01 WorkPeriodParts REDEFINES WorkPeriod.
           02 WPYear PIC 9(4).
           02 WPMonth PIC 99.
       01 YearSub PIC 9.
       01 MonthSub PIC 99.

       01 TallyCustID PIC 9(5).
       01 TallyDate PIC 9(8).
       01 TallyDateParts REDEFINES TallyDate.
           02 TDYear PIC 9(4).
           02 TDMonth PIC 99.
           02 FILLER PIC 99.
       01 TallyExt PIC 9(7)V99.
       01 LastCustID PIC 9(5) VALUE ZERO.
       01 LastCustZip PIC 9(5) VALUE ZERO.

       01 UnassignedSlot PIC 9(3) VALUE 201.
       01 TotalSlot PIC 9(3) VALUE 202.
       01 SalesTable.
           02 SalesEntry OCCURS 202 TIMES INDEXED BY SX.
              03 SLYear OCCURS 2 TIMES.
                 04 SLMonth OCCURS 12 TIMES PIC 9(9)V99.

       01 MonthNames PIC X(36) VALUE
          "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 MonthNameTable REDEFINES MonthNames.
           02 MonthName OCCURS 12 TIMES PIC X(3).

       01 ThisAmt PIC 9(9)V99.
       01 PrevAmt PIC 9(9)V99.
       01 ThisYTD PIC 9(9)V99.
       01 PrevYTD PIC 9(9)V99.
       01 ThisTotal PIC 9(9)V99.
       01 PrevTotal PIC 9(9)V99.
       01 ChangeAmt PIC S9(9)V99.
       01 PctChange PIC S9(5)V9.

       01 ReportHeading.
           02 FILLER PIC X(31) VALUE
              "TERRITORY SALES BY MONTH AS OF ".
           02 PrnRunDate PIC 9(8).
       01 TerrHead.
           02 FILLER PIC X(12) VALUE "TERRITORY : ".
           02 PrnTerrCode PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTerrDesc PIC X(20).
           02 FILLER PIC X(8) VALUE "  REP : ".
           02 PrnTerrRep PIC X(8).
       01 MonthHeads.
           02 FILLER PIC X(10) VALUE "Month".
           02 PrnHeadLast PIC 9(4).
           02 FILLER PIC X(12) VALUE " Sales".
           02 PrnHeadThis PIC 9(4).
           02 FILLER PIC X(31) VALUE
              " Sales          Change      Pct".
       01 MonthDetailLine.
           02 PrnMonth PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLastYr PIC $$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnThisYr PIC $$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnChange PIC $$$,$$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPct PIC ZZZZ9.9-.

       COPY SITEWS.
       COPY TERRWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           COMPUTE LastYear = RunYear - 1
           INITIALIZE SalesTable
           PERFORM LoadTerritories
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustomerOpen
           ELSE
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
           END-IF
           PERFORM ReadHistFiles
           PERFORM ReadLiveOrders
           IF CustomerOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           PERFORM WriteTerrReport
           DISPLAY "History Files Read : " FilesRead
           DISPLAY "Order Lines Tallied : " LinesTallied
           DISPLAY "Lines Outside Any Territory : " LinesUnassigned.
           GOBACK.

       COPY SITEPROC.
       COPY TERRPROC.

       ReadHistFiles.
           MOVE LastYear TO WPYear
           PERFORM VARYING YearSub FROM 1 BY 1 UNTIL YearSub > 2
              PERFORM VARYING MonthSub FROM 1 BY 1 UNTIL MonthSub > 12
                 MOVE MonthSub TO WPMonth
                 PERFORM ReadOneHistFile
              END-PERFORM
              ADD 1 TO WPYear
           END-PERFORM.

       ReadOneHistFile.
           MOVE SPACES TO HistFileName
           STRING "OrderHist." DELIMITED BY SIZE
              WorkPeriod DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO HistFileName
           END-STRING
           MOVE 'N' TO HistEOF
           OPEN INPUT HistFile
           IF HistFileStatus NOT = "00"
              MOVE 'Y' TO HistEOF
           ELSE
              ADD 1 TO FilesRead
           END-IF
           PERFORM UNTIL HistEOF = 'Y'
              READ HistFile
                 AT END MOVE 'Y' TO HistEOF
                 NOT AT END
                    IF HTSaleDate IS NUMERIC
                       AND HTStatus NOT = 'C'
                       AND HTStatus NOT = 'H'
                       AND HTExtPrice IS NUMERIC
                       MOVE HTCustID TO TallyCustID
                       MOVE HTSaleDate TO TallyDate
                       MOVE HTExtPrice TO TallyExt
                       PERFORM TallySale
                    END-IF
              END-READ
           END-PERFORM
           IF HistFileStatus NOT = "35"
              CLOSE HistFile
           END-IF.

       ReadLiveOrders.
           MOVE 'N' TO OrderEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              MOVE 'Y' TO OrderEOF
           END-IF
           PERFORM UNTIL OrderEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO OrderEOF
                 NOT AT END
                    IF OTSaleDate IS NUMERIC
                       AND OTStatus NOT = 'C'
                       AND OTStatus NOT = 'H'
                       AND OTExtPrice IS NUMERIC
                       MOVE OTCustID TO TallyCustID
                       MOVE OTSaleDate TO TallyDate
                       MOVE OTExtPrice TO TallyExt
                       PERFORM TallySale
                    END-IF
              END-READ
           END-PERFORM
           IF OrderTransStatus NOT = "35"
              CLOSE OrderTransFile
           END-IF.

       TallySale.
           EVALUATE TDYear
              WHEN LastYear MOVE 1 TO YearSub
              WHEN RunYear MOVE 2 TO YearSub
              WHEN OTHER EXIT PARAGRAPH
           END-EVALUATE
           IF TDMonth < 1 OR TDMonth > 12
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO LinesTallied
           IF TallyCustID NOT = LastCustID
              PERFORM GetCustZip
           END-IF
           MOVE TallyCustID TO TerrCustID
           MOVE LastCustZip TO TerrZip
           MOVE TallyDate TO TerrDate
           PERFORM FindTerritory
           SET SX TO UnassignedSlot
           IF TerrFound = 'Y'
              PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TerrCount
                 IF XRCode(TRX) = TerrCode
                    SET SX TO TRX
                 END-IF
              END-PERFORM
           END-IF
           IF SX = UnassignedSlot
              ADD 1 TO LinesUnassigned
           END-IF
           ADD TallyExt TO SLMonth(SX YearSub TDMonth)
           SET SX TO TotalSlot
           ADD TallyExt TO SLMonth(SX YearSub TDMonth).

       GetCustZip.
           MOVE TallyCustID TO LastCustID
           MOVE ZERO TO LastCustZip
           IF CustomerOpen = 'Y'
              MOVE TallyCustID TO IDNum
              MOVE 'Y' TO CustomerOnFile
              READ CustomerFile
                 INVALID KEY MOVE 'N' TO CustomerOnFile
              END-READ
              IF CustomerOnFile = 'Y' AND Zip IS NUMERIC
                 MOVE Zip TO LastCustZip
              END-IF
           END-IF.

       WriteTerrReport.
           OPEN OUTPUT TerrReport
           IF TerrReportStatus NOT = "00"
              DISPLAY "Unable To Open TerrSales.rpt, Status "
                 TerrReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           MOVE LastYear TO PrnHeadLast
           MOVE RunYear TO PrnHeadThis
           MOVE RunDate TO TerrDate
           PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TerrCount
              MOVE XRCode(TRX) TO PrnTerrCode TerrCode
              MOVE XRDesc(TRX) TO PrnTerrDesc
              PERFORM FindTerrRep
              MOVE TerrRep TO PrnTerrRep
              SET SX TO TRX
              PERFORM WriteOneTerritory
           END-PERFORM
           SET SX TO UnassignedSlot
           PERFORM SumTerritory
           IF PrevTotal > ZERO OR ThisTotal > ZERO
              MOVE SPACES TO PrnTerrCode PrnTerrRep
              MOVE "UNASSIGNED" TO PrnTerrDesc
              PERFORM WriteOneTerritory
           END-IF
           MOVE SPACES TO PrnTerrCode PrnTerrRep
           MOVE "ALL TERRITORIES" TO PrnTerrDesc
           SET SX TO TotalSlot
           PERFORM WriteOneTerritory
           IF TerrReportStatus NOT = "00"
              DISPLAY "Unable To Write TerrSales.rpt, Status "
                 TerrReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE TerrReport.

       SumTerritory.
           MOVE ZERO TO PrevYTD ThisYTD PrevTotal ThisTotal
           PERFORM VARYING MonthSub FROM 1 BY 1 UNTIL MonthSub > 12
              ADD SLMonth(SX 1 MonthSub) TO PrevTotal
              ADD SLMonth(SX 2 MonthSub) TO ThisTotal
              IF MonthSub <= RunMonth
                 ADD SLMonth(SX 1 MonthSub) TO PrevYTD
                 ADD SLMonth(SX 2 MonthSub) TO ThisYTD
              END-IF
           END-PERFORM.

       WriteOneTerritory.
           PERFORM SumTerritory
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM TerrHead
           WRITE PrintLine FROM MonthHeads
           PERFORM VARYING MonthSub FROM 1 BY 1 UNTIL MonthSub > 12
              MOVE MonthName(MonthSub) TO PrnMonth
              MOVE SLMonth(SX 1 MonthSub) TO PrevAmt
              MOVE SLMonth(SX 2 MonthSub) TO ThisAmt
              PERFORM WriteCompareLine
           END-PERFORM
           MOVE "YTD" TO PrnMonth
           MOVE PrevYTD TO PrevAmt
           MOVE ThisYTD TO ThisAmt
           PERFORM WriteCompareLine
           MOVE "YEAR" TO PrnMonth
           MOVE PrevTotal TO PrevAmt
           MOVE ThisTotal TO ThisAmt
           PERFORM WriteCompareLine.

       WriteCompareLine.
           MOVE PrevAmt TO PrnLastYr
           MOVE ThisAmt TO PrnThisYr
           COMPUTE ChangeAmt = ThisAmt - PrevAmt
           MOVE ChangeAmt TO PrnChange
           IF PrevAmt > ZERO
              COMPUTE PctChange ROUNDED =
                 ChangeAmt * 100 / PrevAmt
                 ON SIZE ERROR MOVE ZERO TO PctChange
              END-COMPUTE
              MOVE PctChange TO PrnPct
           ELSE
              MOVE ZERO TO PrnPct
           END-IF
           WRITE PrintLine FROM MonthDetailLine
           IF TerrReportStatus NOT = "00"
              DISPLAY "Unable To Write TerrSales.rpt, Status "
                 TerrReportStatus
           END-IF.
