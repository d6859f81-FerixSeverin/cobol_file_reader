       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP_REPORT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Suspected duplicate order lines. Output is DupSuspect.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'dupwork.tmp'.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT DupSuspectFile ASSIGN TO "DupSuspect.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DupSuspectStatus.
           SELECT DupReport ASSIGN TO "DupSuspect.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DupReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WSortRecord.
           02 WSortCustID PIC 9(5).
           02 WSortProdName PIC X(10).
           02 WSortSize PIC X.
           02 WSortQty PIC 9(5).
           02 WSortDate PIC 9(8).
           02 WSortOrdNum PIC 9(7).
           02 WSortStatus PIC X.
           02 WSortOperator PIC X(8).

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

       FD DupReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 DupReportStatus PIC XX VALUE "00".
       01 OrderTransEOF PIC X VALUE 'N'.
       01 SortedEOF PIC X VALUE 'N'.
       01 RptDaysText PIC X(5).
       01 RptDays PIC 9(3) VALUE 30.
       01 RptFromDate PIC 9(8).
       01 ScanFromDate PIC 9(8).

       01 HavePrev PIC X VALUE 'N'.
       01 PrevKey.
           02 PrevCustID PIC 9(5).
           02 PrevProdName PIC X(10).
           02 PrevSize PIC X.
           02 PrevQty PIC 9(5).
       01 PrevOrdNum PIC 9(7).
       01 PrevDate PIC 9(8).
       01 ThisKey.
           02 ThisCustID PIC 9(5).
           02 ThisProdName PIC X(10).
           02 ThisSize PIC X.
           02 ThisQty PIC 9(5).
       01 GapDays PIC S9(7).

       01 ConfirmCount PIC 9(4) VALUE ZERO.
       01 ConfirmTable.
           02 ConfirmEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON ConfirmCount
                 INDEXED BY CFX.
              03 XCOrdNum PIC 9(7).
              03 XCProdName PIC X(10).
              03 XCSize PIC X.
              03 XCOperator PIC X(8).
       01 ConfirmedBy PIC X(8).

       01 SuspectCount PIC 9(5) VALUE ZERO.
       01 ConfirmedCount PIC 9(5) VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(33) VALUE
              "SUSPECTED DUPLICATE ORDERS SINCE ".
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(8) VALUE "  WINDOW".
           02 PrnDupDays PIC ZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".
       01 Heads PIC X(80) VALUE
          "Cust  Product    S   Qty Order   Taken    Earlier Taken" &
          "    St Taken By Confirmed".
       01 SuspectLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnQty PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOrdNum PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPrevOrdNum PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPrevDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOperator PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnConfirmedBy PIC X(8).
       01 FooterSuspects.
           02 FILLER PIC X(30) VALUE "Suspected Duplicate Lines :".
           02 PrnSuspectCount PIC ZZZZ9.
       01 FooterConfirmed.
           02 FILLER PIC X(30) VALUE "Taken After Warning :".
           02 PrnConfirmedCount PIC ZZZZ9.

       COPY DUPWS.
       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE SPACES TO DupDaysText
           ACCEPT DupDaysText FROM ENVIRONMENT "DUP_DAYS"
           IF DupDaysText NOT = SPACES
              AND FUNCTION TRIM(DupDaysText) IS NUMERIC
              MOVE FUNCTION NUMVAL(DupDaysText) TO DupDays
           END-IF
           MOVE SPACES TO RptDaysText
           ACCEPT RptDaysText FROM ENVIRONMENT "DUPRPT_DAYS"
           IF RptDaysText NOT = SPACES
              AND FUNCTION TRIM(RptDaysText) IS NUMERIC
              MOVE FUNCTION NUMVAL(RptDaysText) TO RptDays
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DupToday
           COMPUTE RptFromDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(DupToday) - RptDays)
           COMPUTE ScanFromDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(RptFromDate) - DupDays)
           PERFORM LoadConfirmations
           SORT WorkFile
              ON ASCENDING KEY WSortCustID WSortProdName WSortSize
                 WSortQty WSortDate WSortOrdNum
              INPUT PROCEDURE IS SelectOrderLines
              OUTPUT PROCEDURE IS PrintSuspects
           DISPLAY "Suspected Duplicate Lines : " SuspectCount
           DISPLAY "Taken After Warning : " ConfirmedCount.
           GOBACK.

       COPY SITEPROC.

       LoadConfirmations.
           MOVE 'N' TO DupEOF
           OPEN INPUT DupSuspectFile
           IF DupSuspectStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DupEOF = 'Y'
              READ DupSuspectFile
                 AT END MOVE 'Y' TO DupEOF
                 NOT AT END
                    IF DSOrdNum IS NUMERIC AND ConfirmCount < 2000
                       ADD 1 TO ConfirmCount
                       SET CFX TO ConfirmCount
                       MOVE DSOrdNum TO XCOrdNum(CFX)
                       MOVE DSProdName TO XCProdName(CFX)
                       MOVE DSSize TO XCSize(CFX)
                       MOVE DSOperator TO XCOperator(CFX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DupSuspectFile.

       SelectOrderLines.
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              DISPLAY "No Order Lines On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OrderTransEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO OrderTransEOF
                 NOT AT END
                    IF OTStatus NOT = 'C'
                       AND OTTimestamp(1:8) IS NUMERIC
                       AND OTTimestamp(1:8) >= ScanFromDate
                       AND OTOrdNum IS NUMERIC
                       AND OTQty IS NUMERIC
                       MOVE OTCustID TO WSortCustID
                       MOVE OTProdName TO WSortProdName
                       MOVE OTSize TO WSortSize
                       MOVE OTQty TO WSortQty
                       MOVE OTTimestamp(1:8) TO WSortDate
                       MOVE OTOrdNum TO WSortOrdNum
                       MOVE OTStatus TO WSortStatus
                       MOVE OTOperator TO WSortOperator
                       RELEASE WSortRecord
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OrderTransFile.

       PrintSuspects.
           OPEN OUTPUT DupReport
           IF DupReportStatus NOT = "00"
              DISPLAY "Unable To Open DupSuspect.rpt, Status "
                 DupReportStatus
              MOVE 1 TO RETURN-CODE
              PERFORM UNTIL SortedEOF = 'Y'
                 RETURN WorkFile
                    AT END MOVE 'Y' TO SortedEOF
                 END-RETURN
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           MOVE RptFromDate TO PrnFromDate
           MOVE DupDays TO PrnDupDays
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM Heads
           PERFORM UNTIL SortedEOF = 'Y'
              RETURN WorkFile
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM CheckOneLine
              END-RETURN
           END-PERFORM
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE SuspectCount TO PrnSuspectCount
           WRITE PrintLine FROM FooterSuspects
           MOVE ConfirmedCount TO PrnConfirmedCount
           WRITE PrintLine FROM FooterConfirmed
           IF DupReportStatus NOT = "00"
              DISPLAY "Unable To Write DupSuspect.rpt, Status "
                 DupReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE DupReport.

       CheckOneLine.
           MOVE WSortCustID TO ThisCustID
           MOVE WSortProdName TO ThisProdName
           MOVE WSortSize TO ThisSize
           MOVE WSortQty TO ThisQty
           IF HavePrev = 'Y' AND ThisKey = PrevKey
              IF WSortOrdNum = PrevOrdNum
                 EXIT PARAGRAPH
              END-IF
              COMPUTE GapDays =
                 FUNCTION INTEGER-OF-DATE(WSortDate)
                 - FUNCTION INTEGER-OF-DATE(PrevDate)
              IF GapDays <= DupDays AND WSortDate >= RptFromDate
                 PERFORM PrintOneSuspect
              END-IF
           END-IF
           MOVE 'Y' TO HavePrev
           MOVE ThisKey TO PrevKey
           MOVE WSortOrdNum TO PrevOrdNum
           MOVE WSortDate TO PrevDate.

       PrintOneSuspect.
           MOVE SPACES TO ConfirmedBy
           IF ConfirmCount > ZERO
              SET CFX TO 1
              SEARCH ConfirmEntry
                 AT END CONTINUE
                 WHEN XCOrdNum(CFX) = WSortOrdNum
                    AND XCProdName(CFX) = WSortProdName
                    AND XCSize(CFX) = WSortSize
                    MOVE XCOperator(CFX) TO ConfirmedBy
              END-SEARCH
           END-IF
           ADD 1 TO SuspectCount
           IF ConfirmedBy NOT = SPACES
              ADD 1 TO ConfirmedCount
           END-IF
           MOVE WSortCustID TO PrnCustID
           MOVE WSortProdName TO PrnProdName
           MOVE WSortSize TO PrnSize
           MOVE WSortQty TO PrnQty
           MOVE WSortOrdNum TO PrnOrdNum
           MOVE WSortDate TO PrnDate
           MOVE PrevOrdNum TO PrnPrevOrdNum
           MOVE PrevDate TO PrnPrevDate
           MOVE WSortStatus TO PrnStatus
           MOVE WSortOperator TO PrnOperator
           MOVE ConfirmedBy TO PrnConfirmedBy
           WRITE PrintLine FROM SuspectLine.
