       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTV_RUN.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Return-to-vendor run for defective RMAs. Output is RTVDoc.rpt
      *> and RTV.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RtvSortFile ASSIGN TO "RtvSort.tmp".
           SELECT RmaFile ASSIGN TO "RmaFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RmaFileStatus.
           SELECT RmaWorkFile ASSIGN TO "RmaFile.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RmaWorkStatus.
           SELECT POFile ASSIGN TO "POFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POFileStatus.
           SELECT SupplierFile ASSIGN TO "Supplier.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SupplierStatus.
           SELECT RtvFile ASSIGN TO "RTV.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RtvFileStatus.
           SELECT RtvCtlFile ASSIGN TO "RtvCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RtvCtlStatus.
           SELECT RtvDocument ASSIGN TO "RTVDoc.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RtvDocStatus.

       DATA DIVISION.
       FILE SECTION.
       SD RtvSortFile.
       01 RtvSortRecord.
           02 SRSuppID PIC 9(5).
           02 SRPONum PIC 9(7).
           02 SRRmaNum PIC 9(7).
           02 SRProdName PIC X(10).
           02 SRSize PIC A.
           02 SRQty PIC 9(5).
           02 SRUnitCost PIC 9(3)V99.

       FD RmaFile.
       01 RmaRecord.
           02 RMTimestamp PIC X(21).
           02 RMNum PIC 9(7).
           02 RMOrdNum PIC 9(7).
           02 RMCustID PIC 9(5).
           02 RMProdName PIC X(10).
           02 RMSize PIC A.
           02 RMQty PIC 9(5).
           02 RMAmount PIC 9(7)V99.
           02 RMStatus PIC X.
           02 RMOperator PIC X(8).

       FD RmaWorkFile.
       01 RmaWorkRecord PIC X(74).

       FD POFile.
       01 PORecord.
           02 POTimestamp PIC X(21).
           02 PONum PIC 9(7).
           02 POSuppID PIC 9(5).
           02 POProdName PIC X(10).
           02 POQtyOrdered PIC 9(5).
           02 POQtyReceived PIC 9(5).
           02 POStatus PIC X.
           02 POBuyer PIC X(8).
           02 POUnitCost PIC 9(3)V99.
           02 PORecvCost PIC 9(7)V99.
           02 POExpDate PIC 9(8).

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

       FD RtvCtlFile.
       01 RtvCtlRecord PIC 9(7).

       FD RtvDocument.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 RmaFileStatus PIC XX VALUE "00".
       01 RmaWorkStatus PIC XX VALUE "00".
       01 POFileStatus PIC XX VALUE "00".
       01 SupplierStatus PIC XX VALUE "00".
       01 RtvFileStatus PIC XX VALUE "00".
       01 RtvCtlStatus PIC XX VALUE "00".
       01 RtvDocStatus PIC XX VALUE "00".

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 RmaEOF PIC X.
       01 WorkEOF PIC X.
       01 POEOF PIC X.
       01 SupplierEOF PIC X.
       01 RtvSortEOF PIC X.

       01 LastPOCount PIC 9(4) VALUE ZERO.
       01 LastPOTable.
           02 LastPOEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON LastPOCount
                 INDEXED BY LX.
              03 LPProdName PIC X(10).
              03 LPPONum PIC 9(7).
              03 LPSuppID PIC 9(5).
              03 LPUnitCost PIC 9(3)V99.
              03 LPTimestamp PIC X(21).
       01 LastPOFound PIC X.
       01 LastPOWanted PIC X(10).

       01 SuppCount PIC 9(4) VALUE ZERO.
       01 SupplierTable.
           02 SuppEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON SuppCount
                 INDEXED BY SX.
              03 STSuppID PIC 9(5).
              03 STName PIC X(20).
              03 STRemitStreet PIC X(20).
              03 STRemitCity PIC X(15).
              03 STRemitState PIC X(2).
              03 STRemitZip PIC 9(5).
       01 SuppFound PIC X.

       01 CurrentSuppID PIC 9(5) VALUE ZERO.
       01 HaveSupplier PIC X VALUE 'N'.
       01 NextRtvNum PIC 9(7).
       01 WorkRtvNum PIC 9(7).
       01 LineAmount PIC 9(7)V99.
       01 RtvTotal PIC 9(7)V99.
       01 RtvsIssued PIC 9(5) VALUE ZERO.
       01 LinesCharged PIC 9(5) VALUE ZERO.
       01 LinesHeld PIC 9(5) VALUE ZERO.
       01 GrandDebit PIC 9(9)V99 VALUE ZERO.

       01 RtvHeading.
           02 FILLER PIC X(22) VALUE "RETURN TO VENDOR  RTV ".
           02 PrnRtvNum PIC 9(7).
           02 FILLER PIC X(8) VALUE "   DATE ".
           02 PrnRtvDate PIC 9(8).
       01 SuppLine.
           02 FILLER PIC X(10) VALUE "Supplier ".
           02 PrnSuppID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnSuppName PIC X(20).
       01 RemitLine.
           02 FILLER PIC X(10) VALUE SPACES.
           02 PrnRemitStreet PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRemitCity PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRemitState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRemitZip PIC 9(5).
       01 RtvHeads PIC X(80) VALUE
          "PO       RMA      Product    Size    Qty  Unit Cost" &
          "        Debit".
       01 RtvDetailLine.
           02 PrnPONum PIC 9(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnRmaNum PIC 9(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnProdName PIC X(10).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnSize PIC A.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnQty PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnUnitCost PIC $$$9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnLineAmt PIC $$,$$$,$$9.99.
       01 RtvTotalLine.
           02 FILLER PIC X(53) VALUE
              "TOTAL DEBIT, NETTED FROM YOUR NEXT PAYMENT".
           02 PrnRtvTotal PIC $$,$$$,$$9.99.
       01 HeldLine.
           02 FILLER PIC X(24) VALUE "NO RECEIVED PO FOR RMA ".
           02 PrnHeldRma PIC 9(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnHeldProd PIC X(10).
           02 FILLER PIC X(24) VALUE "  HELD AS DEFECTIVE".

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM LoadLastPOs
           PERFORM LoadSuppliers
           OPEN OUTPUT RtvDocument
           IF RtvDocStatus NOT = "00"
              DISPLAY "Unable To Open RTVDoc.rpt, Status "
                 RtvDocStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT RmaFile
           IF RmaFileStatus NOT = "00"
              DISPLAY "No RMAs On File"
              CLOSE RtvDocument
              GOBACK
           END-IF
           OPEN OUTPUT RmaWorkFile
           IF RmaWorkStatus NOT = "00"
              DISPLAY "Unable To Open RmaFile.tmp, Status "
                 RmaWorkStatus
              MOVE 1 TO RETURN-CODE
              CLOSE RmaFile, RtvDocument
              GOBACK
           END-IF
           OPEN EXTEND RtvFile
           IF RtvFileStatus = "35"
              OPEN OUTPUT RtvFile
           END-IF
           IF RtvFileStatus NOT = "00"
              DISPLAY "Unable To Open RTV.dat, Status "
                 RtvFileStatus
              MOVE 1 TO RETURN-CODE
              CLOSE RmaFile, RmaWorkFile, RtvDocument
              GOBACK
           END-IF
           SORT RtvSortFile
              ON ASCENDING KEY SRSuppID SRPONum SRRmaNum
              INPUT PROCEDURE IS SelectDefectives
              OUTPUT PROCEDURE IS IssueRtvs
           CLOSE RmaFile, RmaWorkFile, RtvFile, RtvDocument
           IF LinesCharged > ZERO AND RETURN-CODE = 0
              PERFORM CopyWorkToRmas
           END-IF
           DISPLAY "RTV Documents Issued : " RtvsIssued
           DISPLAY "RMA Lines Charged Back : " LinesCharged
           MOVE GrandDebit TO PrnRtvTotal
           DISPLAY "Total Debit : " PrnRtvTotal
           IF LinesHeld > ZERO
              DISPLAY "Defective RMAs With No Received PO : "
                 LinesHeld
           END-IF.
           GOBACK.

       LoadLastPOs.
           MOVE 'N' TO POEOF
           OPEN INPUT POFile
           IF POFileStatus NOT = "00"
              DISPLAY "No Purchase Orders On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL POEOF = 'Y'
              READ POFile
                 AT END MOVE 'Y' TO POEOF
                 NOT AT END
                    IF POQtyReceived IS NUMERIC
                       AND POQtyReceived > ZERO
                       PERFORM KeepLastPO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE POFile.

       KeepLastPO.
           MOVE POProdName TO LastPOWanted
           PERFORM FindLastPO
           IF LastPOFound = 'Y'
              IF POTimestamp < LPTimestamp(LX)
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF LastPOCount >= 2000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO LastPOCount
              SET LX TO LastPOCount
              MOVE POProdName TO LPProdName(LX)
           END-IF
           MOVE PONum TO LPPONum(LX)
           MOVE POSuppID TO LPSuppID(LX)
           IF POUnitCost IS NUMERIC
              MOVE POUnitCost TO LPUnitCost(LX)
           ELSE
              MOVE ZERO TO LPUnitCost(LX)
           END-IF
           MOVE POTimestamp TO LPTimestamp(LX).

       FindLastPO.
           MOVE 'N' TO LastPOFound
           IF LastPOCount > 0
              SET LX TO 1
              SEARCH LastPOEntry
                 AT END CONTINUE
                 WHEN LPProdName(LX) = LastPOWanted
                    MOVE 'Y' TO LastPOFound
              END-SEARCH
           END-IF.

       LoadSuppliers.
           MOVE 'N' TO SupplierEOF
           OPEN INPUT SupplierFile
           IF SupplierStatus NOT = "00"
              DISPLAY "No Suppliers On File, Remit-To Not Printed"
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
                       MOVE SURemitStreet TO STRemitStreet(SuppCount)
                       MOVE SURemitCity TO STRemitCity(SuppCount)
                       MOVE SURemitState TO STRemitState(SuppCount)
                       MOVE SURemitZip TO STRemitZip(SuppCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SupplierFile.

       SelectDefectives.
           MOVE 'N' TO RmaEOF
           PERFORM UNTIL RmaEOF = 'Y'
              READ RmaFile
                 AT END MOVE 'Y' TO RmaEOF
                 NOT AT END PERFORM SelectOneRma
              END-READ
           END-PERFORM.

       SelectOneRma.
           IF RMStatus = 'D'
              MOVE RMProdName TO LastPOWanted
              PERFORM FindLastPO
              IF LastPOFound = 'Y'
                 MOVE LPSuppID(LX) TO SRSuppID
                 MOVE LPPONum(LX) TO SRPONum
                 MOVE RMNum TO SRRmaNum
                 MOVE RMProdName TO SRProdName
                 MOVE RMSize TO SRSize
                 MOVE RMQty TO SRQty
                 MOVE LPUnitCost(LX) TO SRUnitCost
                 RELEASE RtvSortRecord
                 MOVE 'V' TO RMStatus
                 ADD 1 TO LinesCharged
              ELSE
                 ADD 1 TO LinesHeld
                 MOVE RMNum TO PrnHeldRma
                 MOVE RMProdName TO PrnHeldProd
                 WRITE PrintLine FROM HeldLine
              END-IF
           END-IF
           WRITE RmaWorkRecord FROM RmaRecord
           IF RmaWorkStatus NOT = "00"
              DISPLAY "Unable To Write RmaFile.tmp, Status "
                 RmaWorkStatus
              MOVE 1 TO RETURN-CODE
           END-IF.

       IssueRtvs.
           MOVE 'N' TO RtvSortEOF
           PERFORM UNTIL RtvSortEOF = 'Y'
              RETURN RtvSortFile
                 AT END MOVE 'Y' TO RtvSortEOF
                 NOT AT END PERFORM IssueOneLine
              END-RETURN
           END-PERFORM
           IF HaveSupplier = 'Y'
              PERFORM FinishRtv
           END-IF.

       IssueOneLine.
           IF SRSuppID NOT = CurrentSuppID OR HaveSupplier = 'N'
              IF HaveSupplier = 'Y'
                 PERFORM FinishRtv
              END-IF
              MOVE SRSuppID TO CurrentSuppID
              MOVE 'Y' TO HaveSupplier
              PERFORM StartRtv
           END-IF
           COMPUTE LineAmount = SRQty * SRUnitCost
              ON SIZE ERROR MOVE 9999999.99 TO LineAmount
           END-COMPUTE
           ADD LineAmount TO RtvTotal
           MOVE WorkRtvNum TO RVNum
           MOVE SRSuppID TO RVSuppID
           MOVE SRPONum TO RVPONum
           MOVE SRRmaNum TO RVRmaNum
           MOVE SRProdName TO RVProdName
           MOVE SRSize TO RVSize
           MOVE SRQty TO RVQty
           MOVE SRUnitCost TO RVUnitCost
           MOVE LineAmount TO RVAmount
           MOVE 'O' TO RVStatus
           MOVE RunDate TO RVIssueDate
           MOVE ZERO TO RVCheckNum
           MOVE FUNCTION CURRENT-DATE TO RVTimestamp
           WRITE RtvRecord
           IF RtvFileStatus NOT = "00"
              DISPLAY "Unable To Write RTV.dat, Status "
                 RtvFileStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE SRPONum TO PrnPONum
           MOVE SRRmaNum TO PrnRmaNum
           MOVE SRProdName TO PrnProdName
           MOVE SRSize TO PrnSize
           MOVE SRQty TO PrnQty
           MOVE SRUnitCost TO PrnUnitCost
           MOVE LineAmount TO PrnLineAmt
           WRITE PrintLine FROM RtvDetailLine.

       StartRtv.
           PERFORM GetNextRtvNum
           ADD 1 TO RtvsIssued
           MOVE ZERO TO RtvTotal
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE WorkRtvNum TO PrnRtvNum
           MOVE RunDate TO PrnRtvDate
           WRITE PrintLine FROM RtvHeading
           MOVE CurrentSuppID TO PrnSuppID
           PERFORM FindSupplier
           IF SuppFound = 'Y'
              MOVE STName(SX) TO PrnSuppName
              WRITE PrintLine FROM SuppLine
              MOVE STRemitStreet(SX) TO PrnRemitStreet
              MOVE STRemitCity(SX) TO PrnRemitCity
              MOVE STRemitState(SX) TO PrnRemitState
              MOVE STRemitZip(SX) TO PrnRemitZip
              WRITE PrintLine FROM RemitLine
           ELSE
              MOVE "** NOT ON FILE **" TO PrnSuppName
              WRITE PrintLine FROM SuppLine
           END-IF
           WRITE PrintLine FROM RtvHeads.

       FinishRtv.
           MOVE RtvTotal TO PrnRtvTotal
           WRITE PrintLine FROM RtvTotalLine
           IF RtvDocStatus NOT = "00"
              DISPLAY "Unable To Write RTVDoc.rpt, Status "
                 RtvDocStatus
           END-IF
           ADD RtvTotal TO GrandDebit.

       FindSupplier.
           MOVE 'N' TO SuppFound
           IF SuppCount > 0
              SET SX TO 1
              SEARCH SuppEntry
                 AT END CONTINUE
                 WHEN STSuppID(SX) = CurrentSuppID
                    MOVE 'Y' TO SuppFound
              END-SEARCH
           END-IF.

       GetNextRtvNum.
           MOVE 1 TO NextRtvNum
           OPEN INPUT RtvCtlFile
           IF RtvCtlStatus = "00"
              READ RtvCtlFile
                 AT END CONTINUE
                 NOT AT END
                    IF RtvCtlRecord IS NUMERIC
                       MOVE RtvCtlRecord TO NextRtvNum
                    END-IF
              END-READ
              CLOSE RtvCtlFile
           END-IF
           MOVE NextRtvNum TO WorkRtvNum
           OPEN OUTPUT RtvCtlFile
           IF RtvCtlStatus NOT = "00"
              DISPLAY "Unable To Write RtvCtl.dat, Status "
                 RtvCtlStatus
           ELSE
              COMPUTE RtvCtlRecord = NextRtvNum + 1
              WRITE RtvCtlRecord
              IF RtvCtlStatus NOT = "00"
                 DISPLAY "Unable To Write RtvCtl.dat, Status "
                    RtvCtlStatus
              END-IF
              CLOSE RtvCtlFile
           END-IF.

       CopyWorkToRmas.
           MOVE 'N' TO WorkEOF
           OPEN INPUT RmaWorkFile
           IF RmaWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen RmaFile.tmp, Status "
                 RmaWorkStatus
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN OUTPUT RmaFile
              IF RmaFileStatus NOT = "00"
                 DISPLAY "Unable To Rewrite RmaFile.dat, Status "
                    RmaFileStatus
                 MOVE 1 TO RETURN-CODE
                 CLOSE RmaWorkFile
              ELSE
                 PERFORM UNTIL WorkEOF = 'Y'
                    READ RmaWorkFile
                       AT END MOVE 'Y' TO WorkEOF
                       NOT AT END
                          WRITE RmaRecord FROM RmaWorkRecord
                          IF RmaFileStatus NOT = "00"
                             DISPLAY "Unable To Write RmaFile.dat, "
                                "Status " RmaFileStatus
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RmaWorkFile, RmaFile
              END-IF
           END-IF.
