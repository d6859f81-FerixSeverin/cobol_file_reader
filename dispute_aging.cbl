       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE_AGING.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Aging of open short-payment disputes. Output is
      *> DisputeAging.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisputeSortFile ASSIGN TO "DisputeAging.tmp".
           SELECT DisputeFile ASSIGN TO "Dispute.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DisputeStatus.
           SELECT AgingReport ASSIGN TO "DisputeAging.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AgingReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD DisputeSortFile.
       01 DisputeSortRecord.
           02 SDOwner PIC X(8).
           02 SDOpenDate PIC 9(8).
           02 SDNum PIC 9(7).
           02 SDCustID PIC 9(5).
           02 SDInvNum PIC 9(7).
           02 SDReason PIC X(3).
           02 SDStatus PIC X.
           02 SDShortAmt PIC 9(7)V99.

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

       FD AgingReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 DisputeStatus PIC XX VALUE "00".
       01 AgingReportStatus PIC XX VALUE "00".

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 DisputeEOF PIC X.
       01 DisputeSortEOF PIC X.
       01 AgeDays PIC 9(5).
       01 CurrentOwner PIC X(8).
       01 HaveOwner PIC X VALUE 'N'.
       01 DisputeCount PIC 9(5) VALUE ZERO.

       01 OwnerBuckets.
           02 OwnerBucket PIC 9(9)V99 OCCURS 4 TIMES.
       01 TotalBuckets.
           02 TotalBucket PIC 9(9)V99 OCCURS 4 TIMES.
       01 BucketIx PIC 9.
       01 OwnerTotal PIC 9(9)V99.
       01 GrandTotal PIC 9(9)V99 VALUE ZERO.

       01 ReasonTableValues.
           02 FILLER PIC X(23) VALUE "PRCPRICING".
           02 FILLER PIC X(23) VALUE "DMGDAMAGE".
           02 FILLER PIC X(23) VALUE "SHTSHORTAGE".
           02 FILLER PIC X(23) VALUE "FRTFREIGHT".
           02 FILLER PIC X(23) VALUE "OTHOTHER".
           02 FILLER PIC X(23) VALUE "UNKNOT YET CODED".
       01 ReasonTable REDEFINES ReasonTableValues.
           02 ReasonEntry OCCURS 6 TIMES INDEXED BY RX.
              03 RTCode PIC X(3).
              03 RTName PIC X(20).
       01 ReasonCounts.
           02 ReasonCount PIC 9(5) OCCURS 6 TIMES.
       01 ReasonAmounts.
           02 ReasonAmount PIC 9(9)V99 OCCURS 6 TIMES.
       01 ReasonFound PIC X.

       01 ReportHeading.
           02 FILLER PIC X(25) VALUE "OPEN DISPUTE AGING AS OF ".
           02 PrnRunDate PIC 9(8).
       01 OwnerLine.
           02 FILLER PIC X(7) VALUE "Owner ".
           02 PrnOwner PIC X(8).
       01 Heads PIC X(80) VALUE
          "Dispute Cust  Invoice Rsn  Days    Current    30 Days" &
          "    60 Days   90+ Days".
       01 DetailLine.
           02 PrnNum PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCust PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnInv PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReason PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDays PIC ZZZZ9.
           02 PrnDetailBucket OCCURS 4 TIMES.
              03 FILLER PIC X VALUE SPACE.
              03 PrnDetailAmt PIC Z(6)9.99.
       01 TotalLine.
           02 PrnTotalLabel PIC X(31).
           02 PrnTotalBucket OCCURS 4 TIMES.
              03 FILLER PIC X VALUE SPACE.
              03 PrnTotalAmt PIC Z(6)9.99.
       01 TotalAllLine.
           02 PrnTotalAllLabel PIC X(31).
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "TOTAL :".
           02 PrnTotalAll PIC $$$$,$$$,$$9.99.
       01 ReasonHeading PIC X(80) VALUE
          "OPEN DISPUTES BY REASON".
       01 ReasonLine.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnRsnCode PIC X(3).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnRsnName PIC X(20).
           02 PrnRsnCount PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 PrnRsnAmount PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           INITIALIZE TotalBuckets ReasonCounts ReasonAmounts
           OPEN OUTPUT AgingReport
           IF AgingReportStatus NOT = "00"
              DISPLAY "Unable To Open DisputeAging.rpt, Status "
                 AgingReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           SORT DisputeSortFile
              ON ASCENDING KEY SDOwner SDOpenDate SDNum
              INPUT PROCEDURE IS SelectOpenDisputes
              OUTPUT PROCEDURE IS PrintOpenDisputes
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "TOTAL OPEN DISPUTES" TO PrnTotalLabel
           PERFORM VARYING BucketIx FROM 1 BY 1 UNTIL BucketIx > 4
              MOVE TotalBucket(BucketIx) TO PrnTotalAmt(BucketIx)
           END-PERFORM
           WRITE PrintLine FROM TotalLine
           MOVE SPACES TO PrnTotalAllLabel
           MOVE GrandTotal TO PrnTotalAll
           WRITE PrintLine FROM TotalAllLine
           PERFORM PrintReasonSummary
           IF AgingReportStatus NOT = "00"
              DISPLAY "Unable To Write DisputeAging.rpt, Status "
                 AgingReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE AgingReport
           MOVE GrandTotal TO PrnTotalAll
           DISPLAY "Open Disputes : " DisputeCount
              "  Total " PrnTotalAll.
           GOBACK.

       SelectOpenDisputes.
           MOVE 'N' TO DisputeEOF
           OPEN INPUT DisputeFile
           IF DisputeStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DisputeEOF = 'Y'
              READ DisputeFile
                 AT END MOVE 'Y' TO DisputeEOF
                 NOT AT END
                    IF (DPStatus = 'O' OR DPStatus = 'I')
                       AND DPShortAmt IS NUMERIC
                       MOVE DPOwner TO SDOwner
                       MOVE DPOpenDate TO SDOpenDate
                       MOVE DPNum TO SDNum
                       MOVE DPCustID TO SDCustID
                       MOVE DPInvNum TO SDInvNum
                       MOVE DPReason TO SDReason
                       MOVE DPStatus TO SDStatus
                       MOVE DPShortAmt TO SDShortAmt
                       RELEASE DisputeSortRecord
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DisputeFile.

       PrintOpenDisputes.
           MOVE 'N' TO DisputeSortEOF
           PERFORM UNTIL DisputeSortEOF = 'Y'
              RETURN DisputeSortFile
                 AT END MOVE 'Y' TO DisputeSortEOF
                 NOT AT END PERFORM PrintOneDispute
              END-RETURN
           END-PERFORM
           IF HaveOwner = 'Y'
              PERFORM PrintOwnerTotal
           END-IF.

       PrintOneDispute.
           IF SDOwner NOT = CurrentOwner OR HaveOwner = 'N'
              IF HaveOwner = 'Y'
                 PERFORM PrintOwnerTotal
              END-IF
              MOVE SDOwner TO CurrentOwner
              MOVE 'Y' TO HaveOwner
              INITIALIZE OwnerBuckets
              MOVE SPACES TO PrintLine
              WRITE PrintLine
              IF CurrentOwner = SPACES
                 MOVE "-NONE-" TO PrnOwner
              ELSE
                 MOVE CurrentOwner TO PrnOwner
              END-IF
              WRITE PrintLine FROM OwnerLine
              WRITE PrintLine FROM Heads
           END-IF
           MOVE ZERO TO AgeDays
           IF SDOpenDate IS NUMERIC AND SDOpenDate > 16010101
              AND SDOpenDate <= RunDate
              COMPUTE AgeDays =
                 FUNCTION INTEGER-OF-DATE(RunDate)
                 - FUNCTION INTEGER-OF-DATE(SDOpenDate)
           END-IF
           EVALUATE TRUE
              WHEN AgeDays < 30
                 MOVE 1 TO BucketIx
              WHEN AgeDays < 60
                 MOVE 2 TO BucketIx
              WHEN AgeDays < 90
                 MOVE 3 TO BucketIx
              WHEN OTHER
                 MOVE 4 TO BucketIx
           END-EVALUATE
           MOVE SDNum TO PrnNum
           MOVE SDCustID TO PrnCust
           MOVE SDInvNum TO PrnInv
           MOVE SDReason TO PrnReason
           MOVE AgeDays TO PrnDays
           MOVE SPACES TO PrnDetailBucket(1) PrnDetailBucket(2)
              PrnDetailBucket(3) PrnDetailBucket(4)
           MOVE SDShortAmt TO PrnDetailAmt(BucketIx)
           WRITE PrintLine FROM DetailLine
           ADD SDShortAmt TO OwnerBucket(BucketIx)
              TotalBucket(BucketIx) GrandTotal
           ADD 1 TO DisputeCount
           PERFORM TallyReason.

       TallyReason.
           MOVE 'N' TO ReasonFound
           SET RX TO 1
           SEARCH ReasonEntry
              AT END CONTINUE
              WHEN RTCode(RX) = SDReason
                 MOVE 'Y' TO ReasonFound
           END-SEARCH
           IF ReasonFound = 'N'
              SET RX TO 6
           END-IF
           ADD 1 TO ReasonCount(RX)
           ADD SDShortAmt TO ReasonAmount(RX).

       PrintOwnerTotal.
           MOVE "  OWNER TOTAL" TO PrnTotalLabel
           MOVE ZERO TO OwnerTotal
           PERFORM VARYING BucketIx FROM 1 BY 1 UNTIL BucketIx > 4
              MOVE OwnerBucket(BucketIx) TO PrnTotalAmt(BucketIx)
              ADD OwnerBucket(BucketIx) TO OwnerTotal
           END-PERFORM
           WRITE PrintLine FROM TotalLine
           MOVE SPACES TO PrnTotalAllLabel
           MOVE OwnerTotal TO PrnTotalAll
           WRITE PrintLine FROM TotalAllLine.

       PrintReasonSummary.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM ReasonHeading
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 6
              MOVE RTCode(RX) TO PrnRsnCode
              MOVE RTName(RX) TO PrnRsnName
              MOVE ReasonCount(RX) TO PrnRsnCount
              MOVE ReasonAmount(RX) TO PrnRsnAmount
              WRITE PrintLine FROM ReasonLine
           END-PERFORM.
