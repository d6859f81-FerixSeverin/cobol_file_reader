           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT DisputeFile ASSIGN TO "Dispute.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DisputeStatus.
           SELECT DisputeCtlFile ASSIGN TO "DisputeCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DisputeCtlStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BillToStatus.

       DATA DIVISION.
       FILE SECTION.
           02 LBAmount PIC 9(7)V99.
           02 LBRef PIC X(10).
           02 LBInvNum PIC 9(7).
           02 LBReason PIC X(3).

       FD RejectFile.
       01 RejectRecord.
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD DisputeFile.
       01 DisputeRecord.
           02 DPNum PIC 9(7).
           02 DPCustID PIC 9(5).
           02 DPInvNum PIC 9(7).
           02 DPOpenDate PIC 9(8).
           02 DPInvOpen PIC 9(7)V99.
           02 DPPaidAmt PIC 9(7)V99.
           02 DPShortAmt PIC 9(7)V99.
           02 DPReason PIC X(3).
           02 DPOwner PIC X(8).
           02 DPStatus PIC X.
           02 DPPayRef PIC X(10).
           02 DPResolvedDate PIC 9(8).
           02 DPResolvedAmt PIC 9(7)V99.
           02 DPResolvedBy PIC X(8).
           02 DPRebillInv PIC 9(7).

       FD DisputeCtlFile.
       01 DisputeCtlRecord PIC 9(7).

       FD BillToFile.
       01 BillToRecord.
           02 BRBranchID PIC 9(5).
           02 BRParentID PIC 9(5).

       WORKING-STORAGE SECTION.
       01 LockboxStatus PIC XX VALUE "00".
       01 RejectFileStatus PIC XX VALUE "00".
       01 LockboxReportStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 DisputeStatus PIC XX VALUE "00".
       01 DisputeCtlStatus PIC XX VALUE "00".

       01 LockboxEOF PIC X VALUE 'N'.
       01 CustomerOpen PIC X VALUE 'N'.
       01 AppliedAmount PIC 9(9)V99 VALUE ZERO.
       01 AmountDisplay PIC $$$,$$$,$$9.99.
       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 ARScanEOF PIC X.
       01 InvOpenAmt PIC S9(9)V99.
       01 ShortAmt PIC 9(7)V99.
       01 NextDisputeNum PIC 9(7).
       01 DisputeCount PIC 9(5) VALUE ZERO.
       01 DisputeAmount PIC 9(9)V99 VALUE ZERO.

       01 PayCustID PIC 9(5).
       01 PayAmount PIC 9(7)V99.
       01 PayInvNum PIC 9(7).
       01 ParentPayment PIC X.
       01 SpreadPayment PIC X.
       01 SpreadLeft PIC 9(7)V99.
       01 SpreadDone PIC X.
       01 SpreadFound PIC X.
       01 OldestItem PIC 9(3).
       01 OldestDate PIC 9(8).
       01 SpreadCount PIC 9(3) VALUE ZERO.
       01 SpreadTable.
           02 SpreadEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON SpreadCount
                 INDEXED BY SX.
              03 SPCustID PIC 9(5).
              03 SPInvNum PIC 9(7).
              03 SPDate PIC 9(8).
              03 SPOpen PIC S9(9)V99.
              03 SPApplied PIC 9(7)V99.

       01 LockboxDetailLine.
           02 PrnCustID PIC 9(5).
       01 FooterRejected.
           02 FILLER PIC X(20) VALUE "Payments Rejected :".
           02 PrnRejectedCount PIC ZZZZ9.
       01 FooterDisputed.
           02 FILLER PIC X(20) VALUE "Short Payments :".
           02 PrnDisputeCount PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "  Amount :".
           02 PrnDisputeAmount PIC $$$,$$$,$$9.99.
       01 DisputeDetailLine.
           02 FILLER PIC X(7) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "SHORT ON INVOICE ".
           02 PrnDispInv PIC 9(7).
           02 FILLER PIC X(4) VALUE " BY ".
           02 PrnDispShort PIC $$,$$$,$$9.99.
           02 FILLER PIC X(10) VALUE "  DISPUTE ".
           02 PrnDispNum PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDispReason PIC X(3).
       01 SpreadDetailLine.
           02 FILLER PIC X(7) VALUE SPACES.
           02 FILLER PIC X(19) VALUE "APPLIED TO ACCOUNT ".
           02 PrnSpreadCust PIC 9(5).
           02 FILLER PIC X(9) VALUE " INVOICE ".
           02 PrnSpreadInv PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSpreadAmt PIC $$,$$$,$$9.99.
       01 UnappliedLine.
           02 FILLER PIC X(7) VALUE SPACES.
           02 FILLER PIC X(21) VALUE "UNAPPLIED ON ACCOUNT ".
           02 PrnUnappCust PIC 9(5).
           02 FILLER PIC X(18) VALUE SPACES.
           02 PrnUnappAmt PIC $$,$$$,$$9.99.

       01 LockRequest.
           02 LockFunc PIC X(5).
           02 AJAfter PIC X(61).

       COPY SITEWS.
       COPY BILLTOWS.

       PROCEDURE DIVISION.
       StartPara.
                    DISPLAY "Unable To Open customer.txt, Status "
                       CustomerFileStatus
                 END-IF
                 PERFORM LoadBillToTable
                 PERFORM UNTIL LockboxEOF = 'Y'
                    READ LockboxFile
                       AT END MOVE 'Y' TO LockboxEOF
                 WRITE ReportLine FROM FooterApplied
                 MOVE RejectedCount TO PrnRejectedCount
                 WRITE ReportLine FROM FooterRejected
                 MOVE DisputeCount TO PrnDisputeCount
                 MOVE DisputeAmount TO PrnDisputeAmount
                 WRITE ReportLine FROM FooterDisputed
                 IF LockboxReportStatus NOT = "00"
                    DISPLAY "Unable To Write Lockbox.rpt, Status "
                       LockboxReportStatus
                 DISPLAY "Payments Applied : " AppliedCount
                 DISPLAY "Amount Applied : " AmountDisplay
                 DISPLAY "Payments Rejected : " RejectedCount
                 DISPLAY "Short Payments Disputed : " DisputeCount
              END-IF
           END-IF
           MOVE "CLEAR" TO LockFunc

       COPY SITEPROC.

       COPY BILLTOPROC.

       ApplyOnePayment.
           MOVE SPACES TO RejectReason
           EVALUATE TRUE
                    MOVE "CUSTOMER NOT ON FILE" TO RejectReason
                 END-IF
           END-EVALUATE
           MOVE ZERO TO InvOpenAmt
           MOVE 'N' TO ParentPayment SpreadPayment
           IF RejectReason = SPACE
              MOVE LBCustID TO PayCustID
              MOVE LBCustID TO BillToWanted
              PERFORM CheckBillToParent
              MOVE BillToIsParent TO ParentPayment
           END-IF
           IF RejectReason = SPACE
              AND LBInvNum IS NUMERIC AND LBInvNum > ZERO
              IF ParentPayment = 'Y'
                 PERFORM FindInvoiceOwner
              END-IF
              PERFORM GetInvoiceOpen
           END-IF
           IF RejectReason = SPACE AND ParentPayment = 'Y'
              AND (LBInvNum IS NOT NUMERIC OR LBInvNum = ZERO)
              MOVE 'Y' TO SpreadPayment
              PERFORM CollectGroupInvoices
           END-IF
           IF RejectReason = SPACE
              PERFORM WritePayment
           END-IF
           MOVE LBRef TO PrnRef
           MOVE RejectReason TO PrnReason
           WRITE ReportLine FROM LockboxDetailLine
           IF RejectReason = SPACE AND SpreadPayment = 'Y'
              PERFORM ReportSpread
           END-IF
           IF LockboxReportStatus NOT = "00"
              DISPLAY "Unable To Write Lockbox.rpt, Status "
                 LockboxReportStatus
           END-IF
           IF RejectReason = SPACE AND InvOpenAmt > LBAmount
              PERFORM OpenDispute
           END-IF.

       GetInvoiceOpen.
           MOVE ZERO TO InvOpenAmt
           MOVE 'N' TO ARScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ARScanEOF
                 NOT AT END
                    IF ARCustID = PayCustID
                       AND ARInvNum = LBInvNum
                       AND ARAmount IS NUMERIC
                       IF ARType = 'C' OR ARType = 'F'
                          ADD ARAmount TO InvOpenAmt
                       ELSE
                          IF ARType NOT = 'R'
                             SUBTRACT ARAmount FROM InvOpenAmt
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARTransFile.

       OpenDispute.
           COMPUTE ShortAmt = InvOpenAmt - LBAmount
           PERFORM GetNextDisputeNum
           OPEN EXTEND DisputeFile
           IF DisputeStatus = "35"
              OPEN OUTPUT DisputeFile
           END-IF
           IF DisputeStatus NOT = "00"
              DISPLAY "Unable To Open Dispute.dat, Status "
                 DisputeStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE NextDisputeNum TO DPNum
           MOVE PayCustID TO DPCustID
           MOVE LBInvNum TO DPInvNum
           MOVE RunDate TO DPOpenDate
           MOVE InvOpenAmt TO DPInvOpen
           MOVE LBAmount TO DPPaidAmt
           MOVE ShortAmt TO DPShortAmt
           EVALUATE LBReason
              WHEN "PRC"
              WHEN "DMG"
              WHEN "SHT"
              WHEN "FRT"
              WHEN "OTH"
                 MOVE LBReason TO DPReason
              WHEN OTHER
                 MOVE "UNK" TO DPReason
           END-EVALUATE
           MOVE SPACES TO DPOwner
           MOVE 'O' TO DPStatus
           MOVE LBRef TO DPPayRef
           MOVE ZERO TO DPResolvedDate DPResolvedAmt DPRebillInv
           MOVE SPACES TO DPResolvedBy
           WRITE DisputeRecord
           IF DisputeStatus NOT = "00"
              DISPLAY "Unable To Write Dispute.dat, Status "
                 DisputeStatus
              MOVE 1 TO RETURN-CODE
           ELSE
              ADD 1 TO DisputeCount
              ADD ShortAmt TO DisputeAmount
              MOVE LBInvNum TO PrnDispInv
              MOVE ShortAmt TO PrnDispShort
              MOVE DPNum TO PrnDispNum
              MOVE DPReason TO PrnDispReason
              WRITE ReportLine FROM DisputeDetailLine
           END-IF
           CLOSE DisputeFile.

       GetNextDisputeNum.
           MOVE 1 TO NextDisputeNum
           OPEN INPUT DisputeCtlFile
           IF DisputeCtlStatus = "00"
              READ DisputeCtlFile
                 AT END CONTINUE
                 NOT AT END
                    IF DisputeCtlRecord IS NUMERIC
                       MOVE DisputeCtlRecord TO NextDisputeNum
                    END-IF
              END-READ
              CLOSE DisputeCtlFile
           END-IF
           OPEN OUTPUT DisputeCtlFile
           IF DisputeCtlStatus NOT = "00"
              DISPLAY "Unable To Write DisputeCtl.dat, Status "
                 DisputeCtlStatus
           ELSE
              COMPUTE DisputeCtlRecord = NextDisputeNum + 1
              WRITE DisputeCtlRecord
              IF DisputeCtlStatus NOT = "00"
                 DISPLAY "Unable To Write DisputeCtl.dat, Status "
                    DisputeCtlStatus
              END-IF
              CLOSE DisputeCtlFile
           END-IF.

       CheckCustomer.
              MOVE "AR FILE NOT AVAILABLE" TO RejectReason
              MOVE 1 TO RETURN-CODE
           ELSE
              IF SpreadPayment = 'Y'
                 PERFORM SpreadParentPayment
              ELSE
                 MOVE LBAmount TO PayAmount
                 IF LBInvNum IS NUMERIC
                    MOVE LBInvNum TO PayInvNum
                 ELSE
                    MOVE ZERO TO PayInvNum
                 END-IF
                 PERFORM WritePaymentLine
              END-IF
              CLOSE ARTransFile
           END-IF.

       WritePaymentLine.
           MOVE RunTimestamp TO ARTimestamp
           MOVE PayCustID TO ARCustID
           MOVE 'P' TO ARType
           MOVE PayAmount TO ARAmount
           MOVE LBRef TO ARRef
           MOVE PayInvNum TO ARInvNum
           MOVE "LOCKBOX" TO AROperator
           WRITE ARTransRecord
           MOVE "WRITE" TO AJAction
           MOVE ARTransRecord TO AJAfter
           PERFORM WriteARJournal
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Write ARTrans.dat, Status "
                 ARTransStatus
              MOVE "AR WRITE FAILED" TO RejectReason
              MOVE 1 TO RETURN-CODE
           END-IF.

       FindInvoiceOwner.
           MOVE 'N' TO ARScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ARScanEOF
                 NOT AT END
                    IF ARInvNum = LBInvNum AND ARCustID IS NUMERIC
                       AND (ARType = 'C' OR ARType = 'F')
                       MOVE ARCustID TO BillToWanted
                       PERFORM FindBillTo
                       IF BillToID = LBCustID
                          MOVE ARCustID TO PayCustID
                          MOVE 'Y' TO ARScanEOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARTransFile.

       CollectGroupInvoices.
           MOVE ZERO TO SpreadCount
           MOVE 'N' TO ARScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ARScanEOF
                 NOT AT END PERFORM TallyGroupInvoice
              END-READ
           END-PERFORM
           CLOSE ARTransFile.

       TallyGroupInvoice.
           IF ARCustID IS NOT NUMERIC OR ARAmount IS NOT NUMERIC
              OR ARInvNum IS NOT NUMERIC OR ARInvNum = ZERO
              OR ARType = 'R'
              EXIT PARAGRAPH
           END-IF
           MOVE ARCustID TO BillToWanted
           PERFORM FindBillTo
           IF BillToID NOT = LBCustID
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SpreadFound
           IF SpreadCount > 0
              SET SX TO 1
              SEARCH SpreadEntry
                 AT END CONTINUE
                 WHEN SPCustID(SX) = ARCustID
                    AND SPInvNum(SX) = ARInvNum
                    MOVE 'Y' TO SpreadFound
              END-SEARCH
           END-IF
           IF SpreadFound = 'N'
              IF SpreadCount >= 500
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO SpreadCount
              SET SX TO SpreadCount
              MOVE ARCustID TO SPCustID(SX)
              MOVE ARInvNum TO SPInvNum(SX)
              MOVE ZERO TO SPDate(SX) SPOpen(SX) SPApplied(SX)
           END-IF
           IF ARType = 'C' OR ARType = 'F'
              ADD ARAmount TO SPOpen(SX)
              IF ARTimestamp(1:8) IS NUMERIC
                 AND (SPDate(SX) = ZERO
                    OR ARTimestamp(1:8) < SPDate(SX))
                 MOVE ARTimestamp(1:8) TO SPDate(SX)
              END-IF
           ELSE
              SUBTRACT ARAmount FROM SPOpen(SX)
           END-IF.

       SpreadParentPayment.
           MOVE LBAmount TO SpreadLeft
           MOVE 'N' TO SpreadDone
           PERFORM UNTIL SpreadDone = 'Y' OR SpreadLeft = ZERO
              PERFORM FindOldestItem
              IF OldestItem = ZERO
                 MOVE 'Y' TO SpreadDone
              ELSE
                 SET SX TO OldestItem
                 MOVE SPCustID(SX) TO PayCustID
                 MOVE SPInvNum(SX) TO PayInvNum
                 IF SPOpen(SX) < SpreadLeft
                    MOVE SPOpen(SX) TO PayAmount
                 ELSE
                    MOVE SpreadLeft TO PayAmount
                 END-IF
                 SUBTRACT PayAmount FROM SpreadLeft
                 MOVE ZERO TO SPOpen(SX)
                 MOVE PayAmount TO SPApplied(SX)
                 PERFORM WritePaymentLine
              END-IF
           END-PERFORM
           IF SpreadLeft > ZERO
              MOVE LBCustID TO PayCustID
              MOVE ZERO TO PayInvNum
              MOVE SpreadLeft TO PayAmount
              PERFORM WritePaymentLine
           END-IF.

       FindOldestItem.
           MOVE ZERO TO OldestItem
           MOVE 99999999 TO OldestDate
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SpreadCount
              IF SPOpen(SX) > ZERO AND SPDate(SX) < OldestDate
                 MOVE SPDate(SX) TO OldestDate
                 SET OldestItem TO SX
              END-IF
           END-PERFORM.

       ReportSpread.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SpreadCount
              IF SPApplied(SX) > ZERO
                 MOVE SPCustID(SX) TO PrnSpreadCust
                 MOVE SPInvNum(SX) TO PrnSpreadInv
                 MOVE SPApplied(SX) TO PrnSpreadAmt
                 WRITE ReportLine FROM SpreadDetailLine
              END-IF
           END-PERFORM
           IF SpreadLeft > ZERO
              MOVE LBCustID TO PrnUnappCust
              MOVE SpreadLeft TO PrnUnappAmt
              WRITE ReportLine FROM UnappliedLine
           END-IF.

       WriteReject.
           IF LBCustID IS NUMERIC
              MOVE LBCustID TO RJCustID
