       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD_REPORT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Segregation of duties exceptions from the audit trails. Output
      *> is SodExcept.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderAudit ASSIGN TO "OrderAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderAuditStatus.
           SELECT ProductAudit ASSIGN TO "ProductAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProductAuditStatus.
           SELECT WriteOffLog ASSIGN TO "WriteOff.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WriteOffLogStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT OrderLineFile ASSIGN TO OrderLineName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderLineStatus.
           SELECT SodReport ASSIGN TO "SodExcept.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SodReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OrderAudit.
       01 OrderAuditRecord.
           02 OATimestamp PIC X(21).
           02 OATimestampNum REDEFINES OATimestamp.
              03 OADate PIC 9(8).
              03 FILLER PIC X(13).
           02 OAAction PIC X(6).
           02 OACustID PIC 9(5).
           02 OAProdName PIC X(10).
           02 OASize PIC A.
           02 OAOldQty PIC 9(5).
           02 OANewQty PIC 9(5).
           02 OAOperator PIC X(8).
           02 OAOrdNum PIC 9(7).
           02 OACheck PIC 9(9).

       FD ProductAudit.
       01 ProductAuditRecord.
           02 PATimestamp PIC X(21).
           02 PATimestampNum REDEFINES PATimestamp.
              03 PADate PIC 9(8).
              03 FILLER PIC X(13).
           02 PAAction PIC X(6).
           02 PAProdName PIC X(10).
           02 PAOldPrice PIC 9(3)V99.
           02 PANewPrice PIC 9(3)V99.
           02 PAOldQty PIC 9(5).
           02 PANewQty PIC 9(5).
           02 PAOperator PIC X(8).
           02 PACheck PIC 9(9).

       FD WriteOffLog.
       01 WriteOffLogRecord.
           02 WOTimestamp PIC X(21).
           02 WOTimestampNum REDEFINES WOTimestamp.
              03 WODate PIC 9(8).
              03 FILLER PIC X(13).
           02 WOCustID PIC 9(5).
           02 WOInvNum PIC 9(7).
           02 WOAmount PIC 9(7)V99.
           02 WOReason PIC X(3).
           02 WOOperator PIC X(8).

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

       FD OrderLineFile.
       01 OrderLineRecord.
           02 OLTimestamp PIC X(21).
           02 OLTimestampNum REDEFINES OLTimestamp.
              03 OLDate PIC 9(8).
              03 FILLER PIC X(13).
           02 OLCustID PIC 9(5).
           02 OLProdName PIC X(10).
           02 OLSize PIC A.
           02 OLQty PIC 9(5).
           02 OLUnitPrice PIC 9(3)V99.
           02 OLExtPrice PIC 9(7)V99.
           02 OLStatus PIC X.
           02 OLOrdNum PIC 9(7).
           02 OLOperator PIC X(8).
           02 OLLineNum PIC 9(3).
           02 OLTaxAmt PIC 9(5)V99.

       FD SodReport.
       01 PrintLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 OrderAuditStatus PIC XX VALUE "00".
       01 ProductAuditStatus PIC XX VALUE "00".
       01 WriteOffLogStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 OrderLineStatus PIC XX VALUE "00".
       01 SodReportStatus PIC XX VALUE "00".
       01 SodEOF PIC X.
       01 OrderLineName PIC X(40).

       01 FromDate PIC 9(8) VALUE ZERO.
       01 ToDate PIC 9(8) VALUE 99999999.
       01 RunDate PIC X(8).
       01 SectionTitle PIC X(80).
       01 SectionCount PIC 9(5).
       01 NotLoaded PIC 9(5).
       01 TotalExceptions PIC 9(5) VALUE ZERO.
       01 MonthFound PIC X.
       01 PriceNotLoaded PIC 9(5) VALUE ZERO.
       01 CountNotLoaded PIC 9(5) VALUE ZERO.

       01 RelCount PIC 9(4) VALUE ZERO.
       01 ReleaseTable.
           02 RelEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON RelCount.
              03 RLOrdNum PIC 9(7).
              03 RLCustID PIC 9(5).
              03 RLOperator PIC X(8).
              03 RLDate PIC 9(8).
              03 RLEntryDate PIC 9(8).
       01 RX PIC 9(4).

       01 WOCount PIC 9(4) VALUE ZERO.
       01 WriteOffTable.
           02 WOEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WOCount.
              03 WTCustID PIC 9(5).
              03 WTInvNum PIC 9(7).
              03 WTAmount PIC 9(7)V99.
              03 WTOperator PIC X(8).
              03 WTDate PIC 9(8).
              03 WTPayCount PIC 9(4).
              03 WTLastPay PIC 9(8).
       01 WX PIC 9(4).

       01 PCCount PIC 9(4) VALUE ZERO.
       01 PriceTable.
           02 PCEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON PCCount.
              03 PCProdName PIC X(10).
              03 PCOperator PIC X(8).
              03 PCStamp PIC X(16).
              03 PCDate PIC 9(8).
              03 PCOldPrice PIC 9(3)V99.
              03 PCNewPrice PIC 9(3)V99.
              03 PCLineCount PIC 9(4).
              03 PCFirstOrd PIC 9(7).
       01 PX PIC 9(4).

       01 CACount PIC 9(4) VALUE ZERO.
       01 CountAdjTable.
           02 CAEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON CACount.
              03 CAProdName PIC X(10).
              03 CAOperator PIC X(8).
              03 CAStamp PIC X(16).
              03 CADate PIC 9(8).
              03 CAAction PIC X(6).
              03 CAOldQty PIC 9(5).
              03 CANewQty PIC 9(5).
              03 CAXferCount PIC 9(4).
              03 CAFirstXfer PIC 9(8).
       01 CX PIC 9(4).

       01 MonthCount PIC 9(3) VALUE ZERO.
       01 MonthTable.
           02 MonthEntry OCCURS 0 TO 240 TIMES
                 DEPENDING ON MonthCount.
              03 MTPeriod PIC 9(6).
       01 MX PIC 9(3).

       COPY SITEWS.

       01 HeadingLine.
           02 FILLER PIC X(40)
              VALUE "SEGREGATION OF DUTIES EXCEPTIONS".
           02 FILLER PIC X(6) VALUE "FROM ".
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(6) VALUE "  TO ".
           02 PrnToDate PIC 9(8).
           02 FILLER PIC X(12) VALUE "  RUN DATE ".
           02 PrnRunDate PIC X(8).
       01 SectionLine.
           02 PrnSectionTitle PIC X(80).
       01 SectionEndLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(13) VALUE "Exceptions : ".
           02 PrnSectionCount PIC ZZZZ9.
       01 NotLoadedLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(36)
              VALUE "Too Many To Check, Not Checked : ".
           02 PrnNotLoaded PIC ZZZZ9.
       01 UnavailableLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnFileName PIC X(20).
           02 FILLER PIC X(26) VALUE " Not Available, Status ".
           02 PrnFileStatus PIC XX.
       01 ReleaseDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "Order ".
           02 PrnRLOrdNum PIC 9(7).
           02 FILLER PIC X(7) VALUE "  Cust ".
           02 PrnRLCustID PIC 9(5).
           02 FILLER PIC X(11) VALUE "  Operator ".
           02 PrnRLOperator PIC X(8).
           02 FILLER PIC X(10) VALUE "  Entered ".
           02 PrnRLEntryDate PIC 9(8).
           02 FILLER PIC X(11) VALUE "  Released ".
           02 PrnRLDate PIC 9(8).
       01 WriteOffDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(5) VALUE "Cust ".
           02 PrnWTCustID PIC 9(5).
           02 FILLER PIC X(10) VALUE "  Invoice ".
           02 PrnWTInvNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnWTAmount PIC $$,$$$,$$9.99.
           02 FILLER PIC X(14) VALUE "  Written Off ".
           02 PrnWTDate PIC 9(8).
           02 FILLER PIC X(5) VALUE "  By ".
           02 PrnWTOperator PIC X(8).
           02 FILLER PIC X(17) VALUE "  Payments Taken ".
           02 PrnWTPayCount PIC ZZZ9.
           02 FILLER PIC X(7) VALUE "  Last ".
           02 PrnWTLastPay PIC 9(8).
       01 PriceDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "Product ".
           02 PrnPCProdName PIC X(10).
           02 FILLER PIC X(8) VALUE "  Price ".
           02 PrnPCOldPrice PIC $$$9.99.
           02 FILLER PIC X(4) VALUE " To ".
           02 PrnPCNewPrice PIC $$$9.99.
           02 FILLER PIC X(10) VALUE "  Changed ".
           02 PrnPCDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPCTime PIC X(4).
           02 FILLER PIC X(5) VALUE "  By ".
           02 PrnPCOperator PIC X(8).
           02 FILLER PIC X(15) VALUE "  Order Lines ".
           02 PrnPCLineCount PIC ZZZ9.
           02 FILLER PIC X(15) VALUE "  First Order ".
           02 PrnPCFirstOrd PIC 9(7).
       01 CountDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "Product ".
           02 PrnCAProdName PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCAAction PIC X(6).
           02 FILLER PIC X(5) VALUE " Qty ".
           02 PrnCAOldQty PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE " To ".
           02 PrnCANewQty PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE " On ".
           02 PrnCADate PIC 9(8).
           02 FILLER PIC X(5) VALUE "  By ".
           02 PrnCAOperator PIC X(8).
           02 FILLER PIC X(13) VALUE "  Transfers ".
           02 PrnCAXferCount PIC ZZZ9.
           02 FILLER PIC X(8) VALUE "  First ".
           02 PrnCAFirstXfer PIC 9(8).
       01 TotalLine.
           02 FILLER PIC X(18) VALUE "Total Exceptions :".
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotalExceptions PIC ZZZZ9.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           DISPLAY "SEGREGATION OF DUTIES EXCEPTIONS"
           DISPLAY "From Date (YYYYMMDD, 0 = All) : "
              WITH NO ADVANCING
           ACCEPT FromDate
           DISPLAY "To Date (YYYYMMDD, 0 = All) : " WITH NO ADVANCING
           ACCEPT ToDate
           IF ToDate = ZERO
              MOVE 99999999 TO ToDate
           END-IF
           OPEN OUTPUT SodReport
           IF SodReportStatus NOT = "00"
              DISPLAY "Unable To Open SodExcept.rpt, Status "
                 SodReportStatus
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           MOVE FromDate TO PrnFromDate
           MOVE ToDate TO PrnToDate
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM HeadingLine
           PERFORM CheckCreditReleases
           PERFORM CheckWriteOffs
           PERFORM LoadProductAudit
           PERFORM CheckPriceChanges
           PERFORM ReportCountTransfers
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE TotalExceptions TO PrnTotalExceptions
           WRITE PrintLine FROM TotalLine
           IF SodReportStatus NOT = "00"
              DISPLAY "Unable To Write SodExcept.rpt, Status "
                 SodReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE SodReport
           DISPLAY "Exceptions Found : " TotalExceptions
           DISPLAY "Report Written To SodExcept.rpt"
           STOP RUN.

       COPY SITEPROC.

       StartSection.
           MOVE ZERO TO SectionCount
           MOVE ZERO TO NotLoaded
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE SectionTitle TO PrnSectionTitle
           WRITE PrintLine FROM SectionLine.

       EndSection.
           IF NotLoaded > ZERO
              MOVE NotLoaded TO PrnNotLoaded
              WRITE PrintLine FROM NotLoadedLine
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE SectionCount TO PrnSectionCount
           WRITE PrintLine FROM SectionEndLine
           ADD SectionCount TO TotalExceptions.

       NoteUnavailable.
           WRITE PrintLine FROM UnavailableLine
           DISPLAY FUNCTION TRIM(PrnFileName) " Not Available, Status "
              PrnFileStatus.

       CheckCreditReleases.
           MOVE "CREDIT HOLDS RELEASED BY THE OPERATOR WHO ENTERED THE "
              & "ORDER" TO SectionTitle
           PERFORM StartSection
           MOVE ZERO TO RelCount
           MOVE 'N' TO SodEOF
           OPEN INPUT OrderAudit
           IF OrderAuditStatus NOT = "00"
              MOVE "OrderAudit.log" TO PrnFileName
              MOVE OrderAuditStatus TO PrnFileStatus
              PERFORM NoteUnavailable
              PERFORM EndSection
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SodEOF = 'Y'
              READ OrderAudit
                 AT END MOVE 'Y' TO SodEOF
                 NOT AT END
                    IF OAAction = "RELEAS" AND OADate IS NUMERIC
                       AND OADate >= FromDate AND OADate <= ToDate
                       PERFORM StoreRelease
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OrderAudit
           IF RelCount > ZERO
              MOVE 'N' TO SodEOF
              OPEN INPUT OrderAudit
              PERFORM UNTIL SodEOF = 'Y'
                 READ OrderAudit
                    AT END MOVE 'Y' TO SodEOF
                    NOT AT END
                       IF OAAction = "ENTRY"
                          PERFORM MatchEntry
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OrderAudit
           END-IF
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RelCount
              IF RLEntryDate(RX) NOT = ZERO
                 ADD 1 TO SectionCount
                 MOVE RLOrdNum(RX) TO PrnRLOrdNum
                 MOVE RLCustID(RX) TO PrnRLCustID
                 MOVE RLOperator(RX) TO PrnRLOperator
                 MOVE RLEntryDate(RX) TO PrnRLEntryDate
                 MOVE RLDate(RX) TO PrnRLDate
                 WRITE PrintLine FROM ReleaseDetail
              END-IF
           END-PERFORM
           PERFORM EndSection.

       StoreRelease.
           IF RelCount >= 5000
              ADD 1 TO NotLoaded
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO RelCount
           MOVE OAOrdNum TO RLOrdNum(RelCount)
           MOVE OACustID TO RLCustID(RelCount)
           MOVE OAOperator TO RLOperator(RelCount)
           MOVE OADate TO RLDate(RelCount)
           MOVE ZERO TO RLEntryDate(RelCount).

       MatchEntry.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RelCount
              IF RLOrdNum(RX) = OAOrdNum
                 AND RLOperator(RX) = OAOperator
                 MOVE OADate TO RLEntryDate(RX)
              END-IF
           END-PERFORM.

       CheckWriteOffs.
           MOVE "WRITE-OFFS ON ACCOUNTS WHERE THE OPERATOR TOOK A "
              & "PAYMENT" TO SectionTitle
           PERFORM StartSection
           MOVE ZERO TO WOCount
           MOVE 'N' TO SodEOF
           OPEN INPUT WriteOffLog
           IF WriteOffLogStatus NOT = "00"
              MOVE "WriteOff.log" TO PrnFileName
              MOVE WriteOffLogStatus TO PrnFileStatus
              PERFORM NoteUnavailable
              PERFORM EndSection
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SodEOF = 'Y'
              READ WriteOffLog
                 AT END MOVE 'Y' TO SodEOF
                 NOT AT END
                    IF WODate IS NUMERIC
                       AND WODate >= FromDate AND WODate <= ToDate
                       PERFORM StoreWriteOff
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WriteOffLog
           IF WOCount > ZERO
              MOVE 'N' TO SodEOF
              OPEN INPUT ARTransFile
              IF ARTransStatus NOT = "00"
                 MOVE "ARTrans.dat" TO PrnFileName
                 MOVE ARTransStatus TO PrnFileStatus
                 PERFORM NoteUnavailable
                 MOVE 'Y' TO SodEOF
              END-IF
              PERFORM UNTIL SodEOF = 'Y'
                 READ ARTransFile
                    AT END MOVE 'Y' TO SodEOF
                    NOT AT END
                       IF ARType = 'P' AND ARDate IS NUMERIC
                          AND ARDate <= ToDate
                          PERFORM MatchPayment
                       END-IF
                 END-READ
              END-PERFORM
              IF ARTransStatus NOT = "35"
                 CLOSE ARTransFile
              END-IF
           END-IF
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WOCount
              IF WTPayCount(WX) > ZERO
                 ADD 1 TO SectionCount
                 MOVE WTCustID(WX) TO PrnWTCustID
                 MOVE WTInvNum(WX) TO PrnWTInvNum
                 MOVE WTAmount(WX) TO PrnWTAmount
                 MOVE WTDate(WX) TO PrnWTDate
                 MOVE WTOperator(WX) TO PrnWTOperator
                 MOVE WTPayCount(WX) TO PrnWTPayCount
                 MOVE WTLastPay(WX) TO PrnWTLastPay
                 WRITE PrintLine FROM WriteOffDetail
              END-IF
           END-PERFORM
           PERFORM EndSection.

       StoreWriteOff.
           IF WOCount >= 5000
              ADD 1 TO NotLoaded
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WOCount
           MOVE WOCustID TO WTCustID(WOCount)
           MOVE WOInvNum TO WTInvNum(WOCount)
           MOVE WOAmount TO WTAmount(WOCount)
           MOVE WOOperator TO WTOperator(WOCount)
           MOVE WODate TO WTDate(WOCount)
           MOVE ZERO TO WTPayCount(WOCount)
           MOVE ZERO TO WTLastPay(WOCount).

       MatchPayment.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WOCount
              IF WTCustID(WX) = ARCustID
                 AND WTOperator(WX) = AROperator
                 ADD 1 TO WTPayCount(WX)
                 IF ARDate > WTLastPay(WX)
                    MOVE ARDate TO WTLastPay(WX)
                 END-IF
              END-IF
           END-PERFORM.

       LoadProductAudit.
           MOVE ZERO TO PCCount CACount
           MOVE 'N' TO SodEOF
           OPEN INPUT ProductAudit
           IF ProductAuditStatus NOT = "00"
              MOVE 'Y' TO SodEOF
           END-IF
           PERFORM UNTIL SodEOF = 'Y'
              READ ProductAudit
                 AT END MOVE 'Y' TO SodEOF
                 NOT AT END
                    IF PADate IS NUMERIC AND PADate <= ToDate
                       PERFORM SortProductAudit
                    END-IF
              END-READ
           END-PERFORM
           IF ProductAuditStatus NOT = "35"
              CLOSE ProductAudit
           END-IF.

       SortProductAudit.
           EVALUATE TRUE
              WHEN (PAAction = "CHANGE" OR PAAction = "PRICE")
                 AND PANewPrice NOT = PAOldPrice
                 AND PADate >= FromDate
                 PERFORM StorePriceChange
              WHEN PAAction(1:3) = "CNT"
                 AND PADate >= FromDate
                 PERFORM StoreCountAdjust
              WHEN PAAction = "XFER"
                 PERFORM MatchTransfer
           END-EVALUATE.

       StorePriceChange.
           IF PCCount >= 2000
              ADD 1 TO PriceNotLoaded
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PCCount
           MOVE PAProdName TO PCProdName(PCCount)
           MOVE PAOperator TO PCOperator(PCCount)
           MOVE PATimestamp(1:16) TO PCStamp(PCCount)
           MOVE PADate TO PCDate(PCCount)
           MOVE PAOldPrice TO PCOldPrice(PCCount)
           MOVE PANewPrice TO PCNewPrice(PCCount)
           MOVE ZERO TO PCLineCount(PCCount)
           MOVE ZERO TO PCFirstOrd(PCCount).

       StoreCountAdjust.
           IF CACount >= 2000
              ADD 1 TO CountNotLoaded
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CACount
           MOVE PAProdName TO CAProdName(CACount)
           MOVE PAOperator TO CAOperator(CACount)
           MOVE PATimestamp(1:16) TO CAStamp(CACount)
           MOVE PADate TO CADate(CACount)
           MOVE PAAction TO CAAction(CACount)
           MOVE PAOldQty TO CAOldQty(CACount)
           MOVE PANewQty TO CANewQty(CACount)
           MOVE ZERO TO CAXferCount(CACount)
           MOVE ZERO TO CAFirstXfer(CACount).

       MatchTransfer.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CACount
              IF CAProdName(CX) = PAProdName
                 AND CAOperator(CX) = PAOperator
                 AND CAStamp(CX) < PATimestamp(1:16)
                 ADD 1 TO CAXferCount(CX)
                 IF CAFirstXfer(CX) = ZERO
                    MOVE PADate TO CAFirstXfer(CX)
                 END-IF
              END-IF
           END-PERFORM.

       CheckPriceChanges.
           MOVE "PRICE CHANGES FOLLOWED BY THE SAME OPERATOR'S ORDERS "
              & "AT THAT PRICE" TO SectionTitle
           PERFORM StartSection
           MOVE PriceNotLoaded TO NotLoaded
           IF ProductAuditStatus NOT = "00"
              MOVE "ProductAudit.log" TO PrnFileName
              MOVE ProductAuditStatus TO PrnFileStatus
              PERFORM NoteUnavailable
              PERFORM EndSection
              EXIT PARAGRAPH
           END-IF
           IF PCCount > ZERO
              MOVE CfgOrderTrans TO OrderLineName
              PERFORM ScanOrderLines
              MOVE ZERO TO MonthCount
              PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PCCount
                 PERFORM AddChangeMonth
              END-PERFORM
              PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MonthCount
                 MOVE SPACES TO OrderLineName
                 STRING "OrderHist." DELIMITED BY SIZE
                    MTPeriod(MX) DELIMITED BY SIZE
                    ".dat" DELIMITED BY SIZE
                    INTO OrderLineName
                 END-STRING
                 PERFORM ScanOrderLines
              END-PERFORM
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PCCount
              IF PCLineCount(PX) > ZERO
                 ADD 1 TO SectionCount
                 MOVE PCProdName(PX) TO PrnPCProdName
                 MOVE PCOldPrice(PX) TO PrnPCOldPrice
                 MOVE PCNewPrice(PX) TO PrnPCNewPrice
                 MOVE PCDate(PX) TO PrnPCDate
                 MOVE PCStamp(PX)(9:4) TO PrnPCTime
                 MOVE PCOperator(PX) TO PrnPCOperator
                 MOVE PCLineCount(PX) TO PrnPCLineCount
                 MOVE PCFirstOrd(PX) TO PrnPCFirstOrd
                 WRITE PrintLine FROM PriceDetail
              END-IF
           END-PERFORM
           PERFORM EndSection.

       AddChangeMonth.
           MOVE 'N' TO MonthFound
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MonthCount
              IF MTPeriod(MX) = PCDate(PX)(1:6)
                 MOVE 'Y' TO MonthFound
              END-IF
           END-PERFORM
           IF MonthFound = 'N' AND MonthCount < 240
              ADD 1 TO MonthCount
              MOVE PCDate(PX)(1:6) TO MTPeriod(MonthCount)
           END-IF.

       ScanOrderLines.
           MOVE 'N' TO SodEOF
           OPEN INPUT OrderLineFile
           IF OrderLineStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SodEOF = 'Y'
              READ OrderLineFile
                 AT END MOVE 'Y' TO SodEOF
                 NOT AT END PERFORM MatchOrderLine
              END-READ
           END-PERFORM
           CLOSE OrderLineFile.

       MatchOrderLine.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PCCount
              IF PCProdName(PX) = OLProdName
                 AND PCOperator(PX) = OLOperator
                 AND PCDate(PX) = OLTimestamp(1:8)
                 AND PCStamp(PX) < OLTimestamp(1:16)
                 AND PCNewPrice(PX) = OLUnitPrice
                 ADD 1 TO PCLineCount(PX)
                 IF PCFirstOrd(PX) = ZERO
                    MOVE OLOrdNum TO PCFirstOrd(PX)
                 END-IF
              END-IF
           END-PERFORM.

       ReportCountTransfers.
           MOVE "STOCK COUNT ADJUSTMENTS FOLLOWED BY THE SAME "
              & "OPERATOR'S TRANSFERS" TO SectionTitle
           PERFORM StartSection
           MOVE CountNotLoaded TO NotLoaded
           IF ProductAuditStatus NOT = "00"
              MOVE "ProductAudit.log" TO PrnFileName
              MOVE ProductAuditStatus TO PrnFileStatus
              PERFORM NoteUnavailable
              PERFORM EndSection
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CACount
              IF CAXferCount(CX) > ZERO
                 ADD 1 TO SectionCount
                 MOVE CAProdName(CX) TO PrnCAProdName
                 MOVE CAAction(CX) TO PrnCAAction
                 MOVE CAOldQty(CX) TO PrnCAOldQty
                 MOVE CANewQty(CX) TO PrnCANewQty
                 MOVE CADate(CX) TO PrnCADate
                 MOVE CAOperator(CX) TO PrnCAOperator
                 MOVE CAXferCount(CX) TO PrnCAXferCount
                 MOVE CAFirstXfer(CX) TO PrnCAFirstXfer
                 WRITE PrintLine FROM CountDetail
              END-IF
           END-PERFORM
           PERFORM EndSection.
