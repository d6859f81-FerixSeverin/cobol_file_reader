       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Short-payment dispute worklist on Dispute.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisputeFile ASSIGN TO "Dispute.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DisputeStatus.
           SELECT DisputeWorkFile ASSIGN TO "Dispute.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DisputeWorkStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT InvCtlFile ASSIGN TO "InvCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS InvCtlStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD DisputeWorkFile.
       01 DisputeWorkRecord PIC X(108).

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD InvCtlFile.
       01 InvCtlRecord PIC 9(7).

       WORKING-STORAGE SECTION.
       01 DisputeStatus PIC XX VALUE "00".
       01 DisputeWorkStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 InvCtlStatus PIC XX VALUE "00".

       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 DisputeEOF PIC X.
       01 WorkEOF PIC X.
       01 PostingOpen PIC X VALUE 'Y'.
       01 OwnerFilter PIC X(8).
       01 ListCount PIC 9(5).
       01 ListTotal PIC 9(9)V99.
       01 DaysOpen PIC 9(5).
       01 AmountDisplay PIC $$,$$$,$$9.99.
       01 AmountText PIC X(12).
       01 EntryAmt PIC 9(7)V99.
       01 NewOwner PIC X(8).
       01 NewReason PIC X(3).
       01 NewStatus PIC X.
       01 ResolveAction PIC X.
       01 ReasonValid PIC X.
       01 UpdateCount PIC 9(5) VALUE ZERO.
       01 ResolveCount PIC 9(5) VALUE ZERO.
       01 NextInvNum PIC 9(7).

       01 SelectNum PIC 9(7).
       01 SelectFound PIC X.
       01 SelectRecord.
           02 SDNum PIC 9(7).
           02 SDCustID PIC 9(5).
           02 SDInvNum PIC 9(7).
           02 SDOpenDate PIC 9(8).
           02 SDInvOpen PIC 9(7)V99.
           02 SDPaidAmt PIC 9(7)V99.
           02 SDShortAmt PIC 9(7)V99.
           02 SDReason PIC X(3).
           02 SDOwner PIC X(8).
           02 SDStatus PIC X.
           02 SDPayRef PIC X(10).
           02 SDResolvedDate PIC 9(8).
           02 SDResolvedAmt PIC 9(7)V99.
           02 SDResolvedBy PIC X(8).
           02 SDRebillInv PIC 9(7).

       01 DisputeRef.
           02 FILLER PIC X(3) VALUE "DSP".
           02 DisputeRefNum PIC 9(7).

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 WorklistHeads PIC X(79) VALUE
          "Dispute Cust  Invoice Opened   Days Rsn Owner    St" &
          "        Short".
       01 WorklistLine.
           02 PrnWLNum PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLCust PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLInv PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLOpened PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLDays PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLReason PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLOwner PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLStatus PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLShort PIC $$,$$$,$$9.99.

       01 CurrentOperator PIC X(8) VALUE SPACES.
       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.
       01 PeriodRequest.
           02 PCFunction PIC X(5).
           02 PCPeriod PIC 9(6).
           02 PCOpen PIC X.

       01 ARJournalRequest.
           02 AJAction PIC X(6).
           02 AJAfter PIC X(61).

       PROCEDURE DIVISION.
       StartPara.
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
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE "CHECK" TO PCFunction
           MOVE RunDate(1:6) TO PCPeriod
           MOVE 'Y' TO PCOpen
           CALL "PERIODCTL" USING PeriodRequest
              ON EXCEPTION MOVE 'Y' TO PCOpen
           END-CALL
           MOVE PCOpen TO PostingOpen
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "SHORT-PAYMENT DISPUTES"
              DISPLAY "1 : Dispute Worklist"
              DISPLAY "2 : Update Owner, Reason Or Status"
              DISPLAY "3 : Resolve Dispute"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ShowWorklist
                 WHEN 2 PERFORM UpdateDispute
                 WHEN 3 PERFORM ResolveDispute
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           DISPLAY "Disputes Updated : " UpdateCount
           DISPLAY "Disputes Resolved : " ResolveCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       ShowWorklist.
           DISPLAY "Owner (Blank = All) : " WITH NO ADVANCING
           MOVE SPACES TO OwnerFilter
           ACCEPT OwnerFilter
           MOVE FUNCTION UPPER-CASE(OwnerFilter) TO OwnerFilter
           MOVE ZERO TO ListCount ListTotal
           MOVE 'N' TO DisputeEOF
           OPEN INPUT DisputeFile
           IF DisputeStatus NOT = "00"
              DISPLAY "No Disputes On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY WorklistHeads
           PERFORM UNTIL DisputeEOF = 'Y'
              READ DisputeFile
                 AT END MOVE 'Y' TO DisputeEOF
                 NOT AT END
                    IF (DPStatus = 'O' OR DPStatus = 'I')
                       AND (OwnerFilter = SPACES
                          OR DPOwner = OwnerFilter
                          OR DPOwner = SPACES)
                       PERFORM ShowWorklistLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DisputeFile
           MOVE ListTotal TO AmountDisplay
           DISPLAY "Open Disputes : " ListCount
              "  Total Short : " AmountDisplay.

       ShowWorklistLine.
           ADD 1 TO ListCount
           ADD DPShortAmt TO ListTotal
           MOVE ZERO TO DaysOpen
           IF DPOpenDate IS NUMERIC AND DPOpenDate > ZERO
              AND DPOpenDate < RunDate
              COMPUTE DaysOpen =
                 FUNCTION INTEGER-OF-DATE(RunDate)
                 - FUNCTION INTEGER-OF-DATE(DPOpenDate)
           END-IF
           MOVE DPNum TO PrnWLNum
           MOVE DPCustID TO PrnWLCust
           MOVE DPInvNum TO PrnWLInv
           MOVE DPOpenDate TO PrnWLOpened
           MOVE DaysOpen TO PrnWLDays
           MOVE DPReason TO PrnWLReason
           IF DPOwner = SPACES
              MOVE "-NONE-" TO PrnWLOwner
           ELSE
              MOVE DPOwner TO PrnWLOwner
           END-IF
           MOVE DPStatus TO PrnWLStatus
           MOVE DPShortAmt TO PrnWLShort
           DISPLAY WorklistLine.

       FindDispute.
           MOVE 'N' TO SelectFound
           DISPLAY "Dispute Number : " WITH NO ADVANCING
           MOVE ZERO TO SelectNum
           ACCEPT SelectNum
           MOVE 'N' TO DisputeEOF
           OPEN INPUT DisputeFile
           IF DisputeStatus NOT = "00"
              DISPLAY "No Disputes On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DisputeEOF = 'Y'
              READ DisputeFile
                 AT END MOVE 'Y' TO DisputeEOF
                 NOT AT END
                    IF DPNum = SelectNum
                       MOVE DisputeRecord TO SelectRecord
                       MOVE 'Y' TO SelectFound
                       MOVE 'Y' TO DisputeEOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DisputeFile
           IF SelectFound = 'N'
              DISPLAY "Dispute " SelectNum " Not On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Dispute " SDNum "  Customer " SDCustID
              "  Invoice " SDInvNum "  Opened " SDOpenDate
           MOVE SDInvOpen TO AmountDisplay
           DISPLAY "Invoice Open  : " AmountDisplay
              "  Payment Ref " SDPayRef
           MOVE SDPaidAmt TO AmountDisplay
           DISPLAY "Paid          : " AmountDisplay
           MOVE SDShortAmt TO AmountDisplay
           DISPLAY "Short         : " AmountDisplay
           DISPLAY "Reason " SDReason "  Owner " SDOwner
              "  Status " SDStatus
           IF SDStatus NOT = 'O' AND SDStatus NOT = 'I'
              MOVE SDResolvedAmt TO AmountDisplay
              DISPLAY "Resolved " SDResolvedDate " By " SDResolvedBy
                 " For " AmountDisplay
           END-IF.

       UpdateDispute.
           PERFORM FindDispute
           IF SelectFound = 'N'
              EXIT PARAGRAPH
           END-IF
           IF SDStatus NOT = 'O' AND SDStatus NOT = 'I'
              DISPLAY "Dispute Is Already Resolved"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Owner (Blank = No Change) : " WITH NO ADVANCING
           MOVE SPACES TO NewOwner
           ACCEPT NewOwner
           MOVE FUNCTION UPPER-CASE(NewOwner) TO NewOwner
           IF NewOwner NOT = SPACES
              MOVE NewOwner TO SDOwner
           END-IF
           DISPLAY "Reason PRC Pricing, DMG Damage, SHT Shortage, "
              "FRT Freight, OTH Other"
           DISPLAY "Reason (Blank = No Change) : " WITH NO ADVANCING
           MOVE SPACES TO NewReason
           ACCEPT NewReason
           MOVE FUNCTION UPPER-CASE(NewReason) TO NewReason
           IF NewReason NOT = SPACES
              PERFORM CheckReason
              IF ReasonValid = 'Y'
                 MOVE NewReason TO SDReason
              ELSE
                 DISPLAY "Reason Not Valid, Left As " SDReason
              END-IF
           END-IF
           DISPLAY "Status (O)pen, (I)nvestigating, "
              "Blank = No Change : " WITH NO ADVANCING
           MOVE SPACE TO NewStatus
           ACCEPT NewStatus
           MOVE FUNCTION UPPER-CASE(NewStatus) TO NewStatus
           IF NewStatus = 'O' OR NewStatus = 'I'
              MOVE NewStatus TO SDStatus
           END-IF
           PERFORM RewriteDispute
           IF DisputeStatus = "00"
              ADD 1 TO UpdateCount
              DISPLAY "Dispute " SDNum " Updated"
           END-IF.

       CheckReason.
           MOVE 'N' TO ReasonValid
           EVALUATE NewReason
              WHEN "PRC"
              WHEN "DMG"
              WHEN "SHT"
              WHEN "FRT"
              WHEN "OTH"
                 MOVE 'Y' TO ReasonValid
           END-EVALUATE.

       ResolveDispute.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required To Resolve"
              EXIT PARAGRAPH
           END-IF
           IF PostingOpen NOT = 'Y'
              DISPLAY "Posting Period " PCPeriod
                 " Is Closed, Resolutions Not Accepted"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindDispute
           IF SelectFound = 'N'
              EXIT PARAGRAPH
           END-IF
           IF SDStatus NOT = 'O' AND SDStatus NOT = 'I'
              DISPLAY "Dispute Is Already Resolved"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Resolve By (C)redit, (R)ebill, (Q)uit : "
              WITH NO ADVANCING
           MOVE SPACE TO ResolveAction
           ACCEPT ResolveAction
           MOVE FUNCTION UPPER-CASE(ResolveAction) TO ResolveAction
           EVALUATE ResolveAction
              WHEN 'C'
                 DISPLAY "Credit Amount (Blank = Full Short) : "
                    WITH NO ADVANCING
              WHEN 'R'
                 DISPLAY "Rebill Amount (Blank = Full Short) : "
                    WITH NO ADVANCING
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO AmountText
           ACCEPT AmountText
           IF AmountText = SPACES
              MOVE SDShortAmt TO EntryAmt
           ELSE
              IF FUNCTION TEST-NUMVAL(AmountText) NOT = ZERO
                 DISPLAY "Amount Not Valid, Dispute Not Resolved"
                 EXIT PARAGRAPH
              END-IF
              COMPUTE EntryAmt = FUNCTION NUMVAL(AmountText)
                 ON SIZE ERROR MOVE ZERO TO EntryAmt
              END-COMPUTE
           END-IF
           IF EntryAmt = ZERO OR EntryAmt > SDShortAmt
              MOVE SDShortAmt TO AmountDisplay
              DISPLAY "Amount Must Be Between 0.01 And "
                 AmountDisplay ", Dispute Not Resolved"
              EXIT PARAGRAPH
           END-IF
           MOVE SDNum TO DisputeRefNum
           MOVE ZERO TO SDRebillInv
           IF ResolveAction = 'C'
              PERFORM PostCredit
              IF ARTransStatus NOT = "00"
                 EXIT PARAGRAPH
              END-IF
              MOVE 'C' TO SDStatus
           ELSE
              PERFORM PostRebill
              IF ARTransStatus NOT = "00"
                 EXIT PARAGRAPH
              END-IF
              MOVE 'B' TO SDStatus
           END-IF
           MOVE RunDate TO SDResolvedDate
           MOVE EntryAmt TO SDResolvedAmt
           MOVE CurrentOperator TO SDResolvedBy
           PERFORM RewriteDispute
           IF DisputeStatus = "00"
              ADD 1 TO ResolveCount
              MOVE EntryAmt TO AmountDisplay
              IF SDStatus = 'C'
                 DISPLAY "Dispute " SDNum " Credited " AmountDisplay
              ELSE
                 DISPLAY "Dispute " SDNum " Rebilled " AmountDisplay
                    " On Invoice " SDRebillInv
              END-IF
           END-IF.

       PostCredit.
           OPEN EXTEND ARTransFile
           IF ARTransStatus = "35"
              OPEN OUTPUT ARTransFile
           END-IF
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Open ARTrans.dat, Status "
                 ARTransStatus
              EXIT PARAGRAPH
           END-IF
           MOVE SDInvNum TO ARInvNum
           MOVE EntryAmt TO ARAmount
           MOVE 'A' TO ARType
           PERFORM WriteARTrans
           CLOSE ARTransFile.

       PostRebill.
           PERFORM GetNextInvNum
           OPEN EXTEND ARTransFile
           IF ARTransStatus = "35"
              OPEN OUTPUT ARTransFile
           END-IF
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Open ARTrans.dat, Status "
                 ARTransStatus
              EXIT PARAGRAPH
           END-IF
           MOVE SDInvNum TO ARInvNum
           MOVE SDShortAmt TO ARAmount
           MOVE 'A' TO ARType
           PERFORM WriteARTrans
           IF ARTransStatus = "00"
              MOVE NextInvNum TO ARInvNum
              MOVE EntryAmt TO ARAmount
              MOVE 'C' TO ARType
              PERFORM WriteARTrans
              MOVE NextInvNum TO SDRebillInv
           END-IF
           CLOSE ARTransFile.

       WriteARTrans.
           MOVE FUNCTION CURRENT-DATE TO ARTimestamp
           MOVE SDCustID TO ARCustID
           MOVE DisputeRef TO ARRef
           MOVE CurrentOperator TO AROperator
           WRITE ARTransRecord
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Write ARTrans.dat, Status "
                 ARTransStatus
           ELSE
              MOVE "WRITE" TO AJAction
              MOVE ARTransRecord TO AJAfter
              PERFORM WriteARJournal
           END-IF.

       GetNextInvNum.
           MOVE 1 TO NextInvNum
           OPEN INPUT InvCtlFile
           IF InvCtlStatus = "00"
              READ InvCtlFile
                 AT END CONTINUE
                 NOT AT END
                    IF InvCtlRecord IS NUMERIC
                       MOVE InvCtlRecord TO NextInvNum
                    END-IF
              END-READ
              CLOSE InvCtlFile
           END-IF
           OPEN OUTPUT InvCtlFile
           IF InvCtlStatus NOT = "00"
              DISPLAY "Unable To Write InvCtl.dat, Status "
                 InvCtlStatus
           ELSE
              COMPUTE InvCtlRecord = NextInvNum + 1
              WRITE InvCtlRecord
              IF InvCtlStatus NOT = "00"
                 DISPLAY "Unable To Write InvCtl.dat, Status "
                    InvCtlStatus
              END-IF
              CLOSE InvCtlFile
           END-IF.

       RewriteDispute.
           MOVE 'N' TO DisputeEOF
           OPEN INPUT DisputeFile
           IF DisputeStatus NOT = "00"
              DISPLAY "Unable To Open Dispute.dat, Status "
                 DisputeStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DisputeWorkFile
           IF DisputeWorkStatus NOT = "00"
              DISPLAY "Unable To Open Dispute.tmp, Status "
                 DisputeWorkStatus
              CLOSE DisputeFile
              MOVE DisputeWorkStatus TO DisputeStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DisputeEOF = 'Y'
              READ DisputeFile
                 AT END MOVE 'Y' TO DisputeEOF
                 NOT AT END
                    IF DPNum = SDNum
                       WRITE DisputeWorkRecord FROM SelectRecord
                    ELSE
                       WRITE DisputeWorkRecord FROM DisputeRecord
                    END-IF
                    IF DisputeWorkStatus NOT = "00"
                       DISPLAY "Unable To Write Dispute.tmp, Status "
                          DisputeWorkStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DisputeFile, DisputeWorkFile
           PERFORM CopyWorkToDisputes.

       CopyWorkToDisputes.
           MOVE 'N' TO WorkEOF
           OPEN INPUT DisputeWorkFile
           IF DisputeWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Dispute.tmp, Status "
                 DisputeWorkStatus
              MOVE DisputeWorkStatus TO DisputeStatus
           ELSE
              OPEN OUTPUT DisputeFile
              IF DisputeStatus NOT = "00"
                 DISPLAY "Unable To Rewrite Dispute.dat, Status "
                    DisputeStatus
                 CLOSE DisputeWorkFile
              ELSE
                 PERFORM UNTIL WorkEOF = 'Y'
                    READ DisputeWorkFile
                       AT END MOVE 'Y' TO WorkEOF
                       NOT AT END
                          WRITE DisputeRecord FROM DisputeWorkRecord
                          IF DisputeStatus NOT = "00"
                             DISPLAY "Unable To Write Dispute.dat, "
                                "Status " DisputeStatus
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DisputeWorkFile, DisputeFile
              END-IF
           END-IF.

       WriteARJournal.
           CALL "AR_JOURNAL" USING ARJournalRequest
              ON EXCEPTION CONTINUE
           END-CALL.
