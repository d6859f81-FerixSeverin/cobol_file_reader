       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST_REVIEW.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Buyer review of the reorder proposals on ForecastProp.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT ProposalFile ASSIGN TO "ForecastProp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProposalStatus.
           SELECT ProposalWork ASSIGN TO "ForecastProp.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProposalWorkStatus.
           SELECT ProductAudit ASSIGN TO "ProductAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProductAuditStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ProductFile.
       01 ProdMastRecord.
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

       FD ProposalFile.
       01 ProposalRecord.
           02 FPPeriod PIC 9(6).
           02 FPProdName PIC X(10).
           02 FPAvgDemand PIC 9(5)V9.
           02 FPSeasonIdx PIC 9V99.
           02 FPForecast PIC 9(5).
           02 FPLeadDays PIC 9(3).
           02 FPOldReorder PIC 9(5).
           02 FPNewReorder PIC 9(5).
           02 FPOldOrderQty PIC 9(5).
           02 FPNewOrderQty PIC 9(5).
           02 FPSizeReorder PIC 9(5) OCCURS 3 TIMES.
           02 FPStatus PIC X.
           02 FPReviewer PIC X(8).
           02 FPTimestamp PIC X(21).

       FD ProposalWork.
       01 ProposalWorkRecord PIC X(98).

       FD ProductAudit.
       01 ProductAuditRecord.
           02 PATimestamp PIC X(21).
           02 PAAction PIC X(6).
           02 PAProdName PIC X(10).
           02 PAOldPrice PIC 9(3)V99.
           02 PANewPrice PIC 9(3)V99.
           02 PAOldQty PIC 9(5).
           02 PANewQty PIC 9(5).
           02 PAOperator PIC X(8).
           02 PACheck PIC 9(9).

       WORKING-STORAGE SECTION.
       01 ProductFileStatus PIC XX VALUE "00".
       01 ProposalStatus PIC XX VALUE "00".
       01 ProposalWorkStatus PIC XX VALUE "00".
       01 ProductAuditStatus PIC XX VALUE "00".

       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 ProposalEOF PIC X.
       01 WorkEOF PIC X.
       01 StopReview PIC X.
       01 ReviewChoice PIC X.
       01 ProposalChanged PIC X.
       01 ProdFound PIC X.
       01 PendingCount PIC 9(5).
       01 AcceptedCount PIC 9(5).
       01 RejectedCount PIC 9(5).
       01 OldReorder PIC 9(5).

       01 CurrentOperator PIC X(8) VALUE SPACES.
       01 OperLevel PIC 9 VALUE 1.
       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY SITEWS.
       COPY SIZEWS.

       01 ChainRequest.
           02 CRFunc PIC X(5).
           02 CRLogName PIC X(20).
           02 CRRecord PIC X(200).
           02 CRPrevCheck PIC 9(9).
           02 CRCheck PIC 9(9).
           02 CRCount PIC 9(9).
           02 CRFound PIC X.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM ResolveDatasetNames
           CALL "SIGNON" USING SignonResult
              ON EXCEPTION
                 MOVE 'Y' TO SROK
                 MOVE "OPER" TO SROperID
                 MOVE 2 TO SROperLevel
           END-CALL
           IF SROK NOT = 'Y'
              STOP RUN
           END-IF
           MOVE SROperID TO CurrentOperator
           MOVE SROperLevel TO OperLevel
           MOVE "CHECK" TO LockFunc
           MOVE "BatchLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           IF LockFound = 'Y'
              DISPLAY "Nightly Batch In Progress, "
                 "Try Again After It Completes"
              STOP RUN
           END-IF
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "REORDER PROPOSAL REVIEW"
              DISPLAY "1. List Pending Proposals"
              DISPLAY "2. Review Pending Proposals"
              DISPLAY "3. Exit"
              DISPLAY "Choice : " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListPending
                 WHEN 2
                    IF OperLevel < 2
                       DISPLAY "Supervisor Sign-On Required To "
                          "Accept Or Reject Proposals"
                    ELSE
                       PERFORM ReviewPending
                    END-IF
                 WHEN 3 MOVE 'N' TO StayOpen
                 WHEN OTHER DISPLAY "Invalid Choice"
              END-EVALUATE
           END-PERFORM
           PERFORM ReleaseLock.
           STOP RUN.

       COPY SITEPROC.

       COPY SIZEPROC.

       ReleaseLock.
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.

       ListPending.
           MOVE ZERO TO PendingCount
           MOVE 'N' TO ProposalEOF
           OPEN INPUT ProposalFile
           IF ProposalStatus NOT = "00"
              DISPLAY "No Reorder Proposals On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Product     Forecast Lead  Reorder Old/New"
              "   Order Qty Old/New"
           PERFORM UNTIL ProposalEOF = 'Y'
              READ ProposalFile
                 AT END MOVE 'Y' TO ProposalEOF
                 NOT AT END
                    IF FPStatus = 'P'
                       ADD 1 TO PendingCount
                       DISPLAY FPProdName "  " FPForecast "  "
                          FPLeadDays "   " FPOldReorder " / "
                          FPNewReorder "   " FPOldOrderQty " / "
                          FPNewOrderQty
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ProposalFile
           DISPLAY "Pending Proposals : " PendingCount.

       ReviewPending.
           MOVE ZERO TO AcceptedCount RejectedCount
           MOVE 'N' TO ProposalChanged StopReview ProposalEOF
           OPEN INPUT ProposalFile
           IF ProposalStatus NOT = "00"
              DISPLAY "No Reorder Proposals On File"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ProposalWork
           IF ProposalWorkStatus NOT = "00"
              DISPLAY "Unable To Open ForecastProp.tmp, Status "
                 ProposalWorkStatus
              CLOSE ProposalFile
              EXIT PARAGRAPH
           END-IF
           OPEN I-O ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              CLOSE ProposalFile, ProposalWork
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ProposalEOF = 'Y'
              READ ProposalFile
                 AT END MOVE 'Y' TO ProposalEOF
                 NOT AT END PERFORM ReviewOneProposal
              END-READ
           END-PERFORM
           CLOSE ProposalFile, ProposalWork, ProductFile
           IF ProposalChanged = 'Y'
              PERFORM CopyWorkToProposals
           END-IF
           DISPLAY "Proposals Accepted : " AcceptedCount
              "  Rejected : " RejectedCount.

       ReviewOneProposal.
           IF FPStatus = 'P' AND StopReview = 'N'
              DISPLAY " "
              DISPLAY "Product : " FPProdName
                 "  Period : " FPPeriod
              DISPLAY "Average Demand : " FPAvgDemand
                 "  Season Index : " FPSeasonIdx
                 "  Forecast : " FPForecast
                 "  Lead Days : " FPLeadDays
              DISPLAY "Reorder Point : " FPOldReorder
                 " -> " FPNewReorder
                 "  (By Size " FPSizeReorder(1) " "
                 FPSizeReorder(2) " " FPSizeReorder(3) ")"
              DISPLAY "Order Quantity : " FPOldOrderQty
                 " -> " FPNewOrderQty
              DISPLAY "A = Accept, R = Reject, S = Skip, "
                 "Q = Stop Reviewing : " WITH NO ADVANCING
              ACCEPT ReviewChoice
              MOVE FUNCTION UPPER-CASE(ReviewChoice) TO ReviewChoice
              EVALUATE ReviewChoice
                 WHEN 'A'
                    PERFORM ApplyProposal
                 WHEN 'R'
                    MOVE 'R' TO FPStatus
                    MOVE CurrentOperator TO FPReviewer
                    MOVE FUNCTION CURRENT-DATE TO FPTimestamp
                    MOVE 'Y' TO ProposalChanged
                    ADD 1 TO RejectedCount
                 WHEN 'Q'
                    MOVE 'Y' TO StopReview
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           WRITE ProposalWorkRecord FROM ProposalRecord
           IF ProposalWorkStatus NOT = "00"
              DISPLAY "Unable To Write ForecastProp.tmp, Status "
                 ProposalWorkStatus
           END-IF.

       ApplyProposal.
           MOVE 'Y' TO ProdFound
           MOVE FPProdName TO PMProdName
           READ ProductFile
              INVALID KEY MOVE 'N' TO ProdFound
           END-READ
           IF ProdFound = 'N'
              DISPLAY "Product " FPProdName " Not On File, "
                 "Proposal Left Pending"
              EXIT PARAGRAPH
           END-IF
           PERFORM SumSizeStock
           MOVE PMReorderPoint TO OldReorder
           PERFORM VARYING SizeSlot FROM 1 BY 1 UNTIL SizeSlot > 3
              MOVE FPSizeReorder(SizeSlot) TO PMSizeReorder(SizeSlot)
           END-PERFORM
           MOVE FPNewOrderQty TO PMOrderQty
           PERFORM SumSizeStock
           REWRITE ProdMastRecord
              INVALID KEY
                 DISPLAY "Unable To Update ProdMast.dat For "
                    PMProdName ", Proposal Left Pending"
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE 'A' TO FPStatus
           MOVE CurrentOperator TO FPReviewer
           MOVE FUNCTION CURRENT-DATE TO FPTimestamp
           MOVE 'Y' TO ProposalChanged
           ADD 1 TO AcceptedCount
           PERFORM WriteForecastAudit.

       WriteForecastAudit.
           OPEN EXTEND ProductAudit
           IF ProductAuditStatus = "35"
              OPEN OUTPUT ProductAudit
           END-IF
           IF ProductAuditStatus NOT = "00"
              DISPLAY "Unable To Open ProductAudit.log, Status "
                 ProductAuditStatus
           ELSE
              MOVE FUNCTION CURRENT-DATE TO PATimestamp
              MOVE "FCST" TO PAAction
              MOVE PMProdName TO PAProdName
              MOVE PMProdPrice TO PAOldPrice PANewPrice
              MOVE OldReorder TO PAOldQty
              MOVE PMReorderPoint TO PANewQty
              MOVE CurrentOperator TO PAOperator
              MOVE "STAMP" TO CRFunc
              MOVE "ProductAudit.log" TO CRLogName
              MOVE ProductAuditRecord TO CRRecord
              CALL "AUDIT_CHAIN" USING ChainRequest
                 ON EXCEPTION MOVE ZERO TO CRCheck
              END-CALL
              MOVE CRCheck TO PACheck
              WRITE ProductAuditRecord
              IF ProductAuditStatus NOT = "00"
                 DISPLAY "Unable To Write ProductAudit.log, Status "
                    ProductAuditStatus
              END-IF
              CLOSE ProductAudit
           END-IF.

       CopyWorkToProposals.
           MOVE 'N' TO WorkEOF
           OPEN INPUT ProposalWork
           IF ProposalWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen ForecastProp.tmp, Status "
                 ProposalWorkStatus
           ELSE
              OPEN OUTPUT ProposalFile
              IF ProposalStatus NOT = "00"
                 DISPLAY "Unable To Rewrite ForecastProp.dat, Status "
                    ProposalStatus
                 CLOSE ProposalWork
              ELSE
                 PERFORM UNTIL WorkEOF = 'Y'
                    READ ProposalWork
                       AT END MOVE 'Y' TO WorkEOF
                       NOT AT END
                          WRITE ProposalRecord FROM ProposalWorkRecord
                          IF ProposalStatus NOT = "00"
                             DISPLAY "Unable To Write ForecastProp.dat,"
                                " Status " ProposalStatus
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ProposalWork, ProposalFile
              END-IF
           END-IF.
