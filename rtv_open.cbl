       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTV_OPEN.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Open return-to-vendor debits. Output is RTVOpen.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RtvSortFile ASSIGN TO "RtvOpen.tmp".
           SELECT RtvFile ASSIGN TO "RTV.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RtvFileStatus.
           SELECT RmaFile ASSIGN TO "RmaFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RmaFileStatus.
           SELECT SupplierFile ASSIGN TO "Supplier.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SupplierStatus.
           SELECT OpenReport ASSIGN TO "RTVOpen.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OpenReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD RtvSortFile.
       01 RtvSortRecord.
           02 SRSuppID PIC 9(5).
           02 SRRtvNum PIC 9(7).
           02 SRPONum PIC 9(7).
           02 SRRmaNum PIC 9(7).
           02 SRProdName PIC X(10).
           02 SRQty PIC 9(5).
           02 SRAmount PIC 9(7)V99.
           02 SRIssueDate PIC 9(8).

       FD RtvFile.
       01 RtvRecord.
           02 RVNum PIC 9(7).
           02 RVSuppID PIC 9(5).
           02 RVPONum PIC 9(7).
           02 RVRmaNum PIC 9(7).
           02 RVProdName PIC X(10).
           02 RVSize PIC A.
           02 RVQty PIC 9(5).
           02 RVUnitCost PIC 9(3)V99.
           02 RVAmount PIC 9(7)V99.
           02 RVStatus PIC X.
           02 RVIssueDate PIC 9(8).
           02 RVCheckNum PIC 9(7).
           02 RVTimestamp PIC X(21).

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

       FD SupplierFile.
       01 SupplierRecord.
           02 SUSuppID PIC 9(5).
           02 SUName PIC X(20).
           02 SUPhone PIC X(12).
           02 SUStatus PIC X.
           02 SURemitTo.
              03 SURemitStreet PIC X(20).
              03 SURemitCity PIC X(15).
              03 SURemitState PIC X(2).
              03 SURemitZip PIC 9(5).
           02 SUTermsDays PIC 9(3).
           02 SUDiscDays PIC 9(3).
           02 SUDiscPct PIC 99V99.

       FD OpenReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 RtvFileStatus PIC XX VALUE "00".
       01 RmaFileStatus PIC XX VALUE "00".
       01 SupplierStatus PIC XX VALUE "00".
       01 OpenReportStatus PIC XX VALUE "00".

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 RtvEOF PIC X.
       01 RmaEOF PIC X.
       01 SupplierEOF PIC X.
       01 RtvSortEOF PIC X.
       01 DaysOpen PIC 9(5).
       01 CurrentSuppID PIC 9(5) VALUE ZERO.
       01 HaveSupplier PIC X VALUE 'N'.
       01 SuppOpenAmt PIC 9(9)V99.
       01 TotalOpenAmt PIC 9(9)V99 VALUE ZERO.
       01 OpenLineCount PIC 9(5) VALUE ZERO.
       01 AwaitingCount PIC 9(5) VALUE ZERO.

       01 SuppCount PIC 9(4) VALUE ZERO.
       01 SupplierTable.
           02 SuppEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON SuppCount
                 INDEXED BY SX.
              03 STSuppID PIC 9(5).
              03 STName PIC X(20).
       01 SuppFound PIC X.

       01 ReportHeading.
           02 FILLER PIC X(32) VALUE "OPEN RETURN TO VENDOR DEBITS AS ".
           02 FILLER PIC X(3) VALUE "OF ".
           02 PrnRunDate PIC 9(8).
       01 SuppLine.
           02 FILLER PIC X(10) VALUE "Supplier ".
           02 PrnSuppID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnSuppName PIC X(20).
       01 Heads PIC X(80) VALUE
          "  RTV      PO       RMA      Product      Qty  Issued  " &
          "  Days          Debit".
       01 DetailLine.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnRtvNum PIC 9(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnPONum PIC 9(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnRmaNum PIC 9(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnQty PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnIssueDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDaysOpen PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAmount PIC $$,$$$,$$9.99.
       01 SuppTotalLine.
           02 FILLER PIC X(53) VALUE "  SUPPLIER TOTAL".
           02 PrnSuppTotal PIC $$$$,$$$,$$9.99.
       01 GrandTotalLine.
           02 FILLER PIC X(53) VALUE "TOTAL OPEN RTV DEBITS".
           02 PrnGrandTotal PIC $$$$,$$$,$$9.99.
       01 AwaitHeading PIC X(80) VALUE
          "DEFECTIVE RETURNS NOT YET ON AN RTV".
       01 AwaitHeads PIC X(80) VALUE
          "  RMA      Order    Product    Size    Qty  Received".
       01 AwaitLine.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnAwaitRma PIC 9(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnAwaitOrd PIC 9(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnAwaitProd PIC X(10).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnAwaitSize PIC A.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnAwaitQty PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnAwaitDate PIC 9(8).

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM LoadSuppliers
           OPEN OUTPUT OpenReport
           IF OpenReportStatus NOT = "00"
              DISPLAY "Unable To Open RTVOpen.rpt, Status "
                 OpenReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           SORT RtvSortFile
              ON ASCENDING KEY SRSuppID SRRtvNum SRRmaNum
              INPUT PROCEDURE IS SelectOpenRtvs
              OUTPUT PROCEDURE IS PrintOpenRtvs
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE TotalOpenAmt TO PrnGrandTotal
           WRITE PrintLine FROM GrandTotalLine
           PERFORM PrintAwaitingRtv
           IF OpenReportStatus NOT = "00"
              DISPLAY "Unable To Write RTVOpen.rpt, Status "
                 OpenReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE OpenReport
           DISPLAY "Open RTV Lines : " OpenLineCount
           DISPLAY "Defective RMAs Awaiting RTV : " AwaitingCount.
           GOBACK.

       LoadSuppliers.
           MOVE 'N' TO SupplierEOF
           OPEN INPUT SupplierFile
           IF SupplierStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SupplierEOF = 'Y'
              READ SupplierFile
                 AT END MOVE 'Y' TO SupplierEOF
                 NOT AT END
                    IF SuppCount < 1000
                       ADD 1 TO SuppCount
                       MOVE SUSuppID TO STSuppID(SuppCount)
                       MOVE SUName TO STName(SuppCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SupplierFile.

       SelectOpenRtvs.
           MOVE 'N' TO RtvEOF
           OPEN INPUT RtvFile
           IF RtvFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RtvEOF = 'Y'
              READ RtvFile
                 AT END MOVE 'Y' TO RtvEOF
                 NOT AT END
                    IF RVStatus = 'O' AND RVAmount IS NUMERIC
                       MOVE RVSuppID TO SRSuppID
                       MOVE RVNum TO SRRtvNum
                       MOVE RVPONum TO SRPONum
                       MOVE RVRmaNum TO SRRmaNum
                       MOVE RVProdName TO SRProdName
                       MOVE RVQty TO SRQty
                       MOVE RVAmount TO SRAmount
                       MOVE RVIssueDate TO SRIssueDate
                       RELEASE RtvSortRecord
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RtvFile.

       PrintOpenRtvs.
           MOVE 'N' TO RtvSortEOF
           PERFORM UNTIL RtvSortEOF = 'Y'
              RETURN RtvSortFile
                 AT END MOVE 'Y' TO RtvSortEOF
                 NOT AT END PERFORM PrintOneRtv
              END-RETURN
           END-PERFORM
           IF HaveSupplier = 'Y'
              PERFORM PrintSuppTotal
           END-IF.

       PrintOneRtv.
           IF SRSuppID NOT = CurrentSuppID OR HaveSupplier = 'N'
              IF HaveSupplier = 'Y'
                 PERFORM PrintSuppTotal
              END-IF
              MOVE SRSuppID TO CurrentSuppID
              MOVE 'Y' TO HaveSupplier
              MOVE ZERO TO SuppOpenAmt
              PERFORM PrintSuppHeading
           END-IF
           MOVE ZERO TO DaysOpen
           IF SRIssueDate IS NUMERIC AND SRIssueDate > 16010101
              AND SRIssueDate <= RunDate
              COMPUTE DaysOpen =
                 FUNCTION INTEGER-OF-DATE(RunDate)
                 - FUNCTION INTEGER-OF-DATE(SRIssueDate)
           END-IF
           MOVE SRRtvNum TO PrnRtvNum
           MOVE SRPONum TO PrnPONum
           MOVE SRRmaNum TO PrnRmaNum
           MOVE SRProdName TO PrnProdName
           MOVE SRQty TO PrnQty
           MOVE SRIssueDate TO PrnIssueDate
           MOVE DaysOpen TO PrnDaysOpen
           MOVE SRAmount TO PrnAmount
           WRITE PrintLine FROM DetailLine
           ADD SRAmount TO SuppOpenAmt TotalOpenAmt
           ADD 1 TO OpenLineCount.

       PrintSuppHeading.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE CurrentSuppID TO PrnSuppID
           MOVE 'N' TO SuppFound
           IF SuppCount > 0
              SET SX TO 1
              SEARCH SuppEntry
                 AT END CONTINUE
                 WHEN STSuppID(SX) = CurrentSuppID
                    MOVE 'Y' TO SuppFound
              END-SEARCH
           END-IF
           IF SuppFound = 'Y'
              MOVE STName(SX) TO PrnSuppName
           ELSE
              MOVE "** NOT ON FILE **" TO PrnSuppName
           END-IF
           WRITE PrintLine FROM SuppLine
           WRITE PrintLine FROM Heads.

       PrintSuppTotal.
           MOVE SuppOpenAmt TO PrnSuppTotal
           WRITE PrintLine FROM SuppTotalLine.

       PrintAwaitingRtv.
           MOVE 'N' TO RmaEOF
           OPEN INPUT RmaFile
           IF RmaFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM AwaitHeading
           WRITE PrintLine FROM AwaitHeads
           PERFORM UNTIL RmaEOF = 'Y'
              READ RmaFile
                 AT END MOVE 'Y' TO RmaEOF
                 NOT AT END
                    IF RMStatus = 'D'
                       ADD 1 TO AwaitingCount
                       MOVE RMNum TO PrnAwaitRma
                       MOVE RMOrdNum TO PrnAwaitOrd
                       MOVE RMProdName TO PrnAwaitProd
                       MOVE RMSize TO PrnAwaitSize
                       MOVE RMQty TO PrnAwaitQty
                       MOVE RMDate TO PrnAwaitDate
                       WRITE PrintLine FROM AwaitLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RmaFile.
