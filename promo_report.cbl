       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO_REPORT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Promotion results from OrderPromo.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromoFile ASSIGN TO "Promo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromoStatus.
           SELECT OrderPromoFile ASSIGN TO "OrderPromo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderPromoStatus.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT PromoReport ASSIGN TO "PromoResults.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromoReportStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD PromoReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 OrderMastStatus PIC XX VALUE "00".
       01 PromoReportStatus PIC XX VALUE "00".
       01 MastOpen PIC X VALUE 'N'.
       01 ScanEOF PIC X VALUE 'N'.
       01 OrderCancelled PIC X.
       01 CheckedOrdNum PIC 9(7) VALUE ZERO.
       01 LinesRead PIC 9(7) VALUE ZERO.
       01 LinesSkipped PIC 9(7) VALUE ZERO.

       01 ResultCount PIC 9(3) VALUE ZERO.
       01 ResultTable.
           02 ResultEntry OCCURS 0 TO 300 TIMES
                 DEPENDING ON ResultCount
                 INDEXED BY RSX.
              03 RSCode PIC X(10).
              03 RSDesc PIC X(20).
              03 RSFromDate PIC 9(8).
              03 RSToDate PIC 9(8).
              03 RSOrders PIC 9(5).
              03 RSLines PIC 9(5).
              03 RSRevenue PIC 9(9)V99.
              03 RSDiscount PIC 9(9)V99.
              03 RSLastOrd PIC 9(7).
       01 ResultFound PIC X.
       01 ResultTableFull PIC X VALUE 'N'.

       01 TotalOrders PIC 9(5) VALUE ZERO.
       01 TotalLines PIC 9(5) VALUE ZERO.
       01 TotalRevenue PIC 9(9)V99 VALUE ZERO.
       01 TotalDiscount PIC 9(9)V99 VALUE ZERO.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 ReportHeading.
           02 FILLER PIC X(24) VALUE "PROMOTION RESULTS AS OF ".
           02 PrnRunDate PIC 9(8).
       01 Heads PIC X(100) VALUE
          "Code       Description          From     To        " &
          "Orders  Lines        Revenue       Discount".
       01 ResultLine.
           02 PrnCode PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnToDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOrders PIC ZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLines PIC ZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRevenue PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDiscount PIC $$$,$$$,$$9.99.
       01 TotalLine.
           02 FILLER PIC X(50) VALUE "TOTAL".
           02 PrnTotalOrders PIC ZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotalLines PIC ZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotalRevenue PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotalDiscount PIC $$$,$$$,$$9.99.

       COPY PROMOWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM LoadPromos
           PERFORM VARYING PNX FROM 1 BY 1 UNTIL PNX > PromoCount
              ADD 1 TO ResultCount
              SET RSX TO ResultCount
              MOVE XPCode(PNX) TO RSCode(RSX)
              MOVE XPDesc(PNX) TO RSDesc(RSX)
              MOVE XPFromDate(PNX) TO RSFromDate(RSX)
              MOVE XPToDate(PNX) TO RSToDate(RSX)
              MOVE ZERO TO RSOrders(RSX) RSLines(RSX)
                 RSRevenue(RSX) RSDiscount(RSX) RSLastOrd(RSX)
           END-PERFORM
           OPEN INPUT OrderMastFile
           IF OrderMastStatus = "00"
              MOVE 'Y' TO MastOpen
           END-IF
           OPEN INPUT OrderPromoFile
           IF OrderPromoStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ OrderPromoFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END PERFORM TallyPromoLine
              END-READ
           END-PERFORM
           IF OrderPromoStatus NOT = "35"
              CLOSE OrderPromoFile
           END-IF
           IF MastOpen = 'Y'
              CLOSE OrderMastFile
           END-IF
           IF ResultTableFull = 'Y'
              DISPLAY "More Than 300 Promotion Codes, "
                 "Some Discounts Not Reported"
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM WriteResults
           DISPLAY "Promotion Lines Read : " LinesRead
           DISPLAY "Lines On Cancelled Orders : " LinesSkipped
           DISPLAY "Promotions Reported : " ResultCount
           GOBACK.

       COPY PROMOPROC.

       TallyPromoLine.
           IF ODOrdNum IS NOT NUMERIC OR ODDiscAmt IS NOT NUMERIC
              OR ODGrossExt IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO LinesRead
           IF ODOrdNum NOT = CheckedOrdNum
              MOVE ODOrdNum TO CheckedOrdNum
              PERFORM CheckOrderCancelled
           END-IF
           IF OrderCancelled = 'Y'
              ADD 1 TO LinesSkipped
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ResultFound
           IF ResultCount > 0
              SET RSX TO 1
              SEARCH ResultEntry
                 AT END CONTINUE
                 WHEN RSCode(RSX) = ODCode
                    MOVE 'Y' TO ResultFound
              END-SEARCH
           END-IF
           IF ResultFound = 'N'
              IF ResultCount >= 300
                 MOVE 'Y' TO ResultTableFull
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO ResultCount
              SET RSX TO ResultCount
              MOVE ODCode TO RSCode(RSX)
              MOVE "NOT ON PROMO FILE" TO RSDesc(RSX)
              MOVE ZERO TO RSFromDate(RSX) RSToDate(RSX)
              MOVE ZERO TO RSOrders(RSX) RSLines(RSX)
                 RSRevenue(RSX) RSDiscount(RSX) RSLastOrd(RSX)
           END-IF
           IF RSLastOrd(RSX) NOT = ODOrdNum
              ADD 1 TO RSOrders(RSX)
              MOVE ODOrdNum TO RSLastOrd(RSX)
           END-IF
           ADD 1 TO RSLines(RSX)
           COMPUTE RSRevenue(RSX) = RSRevenue(RSX)
              + ODGrossExt - ODDiscAmt
           ADD ODDiscAmt TO RSDiscount(RSX).

       CheckOrderCancelled.
           MOVE 'N' TO OrderCancelled
           IF MastOpen = 'Y'
              MOVE ODOrdNum TO OMOrdNum
              READ OrderMastFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF OMStatus = 'C'
                       MOVE 'Y' TO OrderCancelled
                    END-IF
              END-READ
           END-IF.

       WriteResults.
           OPEN OUTPUT PromoReport
           IF PromoReportStatus NOT = "00"
              DISPLAY "Unable To Open PromoResults.rpt, Status "
                 PromoReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM Heads
           PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > ResultCount
              MOVE RSCode(RSX) TO PrnCode
              MOVE RSDesc(RSX) TO PrnDesc
              MOVE RSFromDate(RSX) TO PrnFromDate
              MOVE RSToDate(RSX) TO PrnToDate
              MOVE RSOrders(RSX) TO PrnOrders
              MOVE RSLines(RSX) TO PrnLines
              MOVE RSRevenue(RSX) TO PrnRevenue
              MOVE RSDiscount(RSX) TO PrnDiscount
              WRITE PrintLine FROM ResultLine
              ADD RSOrders(RSX) TO TotalOrders
              ADD RSLines(RSX) TO TotalLines
              ADD RSRevenue(RSX) TO TotalRevenue
              ADD RSDiscount(RSX) TO TotalDiscount
           END-PERFORM
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE TotalOrders TO PrnTotalOrders
           MOVE TotalLines TO PrnTotalLines
           MOVE TotalRevenue TO PrnTotalRevenue
           MOVE TotalDiscount TO PrnTotalDiscount
           WRITE PrintLine FROM TotalLine
           IF PromoReportStatus NOT = "00"
              DISPLAY "Unable To Write PromoResults.rpt, Status "
                 PromoReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE PromoReport.
