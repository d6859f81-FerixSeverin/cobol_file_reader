       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT_HOLD.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Puts customers more than ACCTHOLD_DAYS past due on account hold
      *> and lifts holds once nothing is past due. Output is
      *> AcctHold.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO "holdwork.tmp".
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT SortedAR ASSIGN TO "AcctHoldAR.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedARStatus.
           SELECT AcctHoldFile ASSIGN TO "AcctHold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AcctHoldStatus.
           SELECT AcctHoldWork ASSIGN TO "AcctHold.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AcctHoldWorkStatus.
           SELECT HoldLogFile ASSIGN TO "AcctHoldLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HoldLogStatus.
           SELECT HoldReport ASSIGN TO "AcctHold.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HoldReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WARTransRecord.
           02 WARTimestamp PIC X(21).
           02 WARCustID PIC 9(5).
           02 WARType PIC X.
           02 WARAmount PIC 9(7)V99.
           02 WARRef PIC X(10).
           02 WARInvNum PIC 9(7).
           02 WAROperator PIC X(8).

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD SortedAR.
       01 SortedARRecord.
           02 SARTimestamp PIC X(21).
           02 SARTimestampNum REDEFINES SARTimestamp.
              03 SARDate PIC 9(8).
              03 FILLER PIC X(13).
           02 SARCustID PIC 9(5).
           02 SARType PIC X.
           02 SARAmount PIC 9(7)V99.
           02 SARRef PIC X(10).
           02 SARInvNum PIC 9(7).
           02 SAROperator PIC X(8).

       FD AcctHoldFile.
       01 AcctHoldRecord.
           02 AHCustID PIC 9(5).
           02 AHHoldDate PIC 9(8).
           02 AHDaysPastDue PIC 9(5).
           02 AHPastDue PIC 9(9)V99.
           02 AHReason PIC X(40).

       FD AcctHoldWork.
       01 AcctHoldWorkRecord PIC X(69).

       FD HoldLogFile.
       01 HoldLogRecord.
           02 HLTimestamp PIC X(21).
           02 HLCustID PIC 9(5).
           02 HLAction PIC X(7).
           02 HLDaysPastDue PIC 9(5).
           02 HLPastDue PIC 9(9)V99.
           02 HLReason PIC X(40).
           02 HLOperator PIC X(8).

       FD HoldReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARTransStatus PIC XX VALUE "00".
       01 SortedARStatus PIC XX VALUE "00".
       01 AcctHoldStatus PIC XX VALUE "00".
       01 AcctHoldWorkStatus PIC XX VALUE "00".
       01 HoldLogStatus PIC XX VALUE "00".
       01 HoldReportStatus PIC XX VALUE "00".

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 TodayInt PIC 9(7).
       01 TransInt PIC 9(7).
       01 AgeDays PIC S9(5).

       01 HoldDaysText PIC X(10) VALUE SPACES.
       01 HoldDays PIC 9(3) VALUE 60.
       01 HoldDaysDisplay PIC ZZ9.
       01 PastDueDaysDisplay PIC ZZZZ9.
       01 PastDueDisplay PIC $$$,$$$,$$9.99.

       01 SortedEOF PIC X.
       01 HoldEOF PIC X.
       01 CurrentCustID PIC 9(5) VALUE ZERO.
       01 HaveCustomer PIC X VALUE 'N'.
       01 PlacedCount PIC 9(5) VALUE ZERO.
       01 ReleasedCount PIC 9(5) VALUE ZERO.
       01 StillHeldCount PIC 9(5) VALUE ZERO.

       01 ItemCount PIC 9(3) VALUE ZERO.
       01 OpenItemTable.
           02 OpenItem OCCURS 0 TO 300 TIMES
                 DEPENDING ON ItemCount
                 INDEXED BY OX.
              03 OIInvNum PIC 9(7).
              03 OIDate PIC 9(8).
              03 OIBalance PIC S9(9)V99.
       01 ItemFound PIC X.
       01 OnAccount PIC S9(9)V99.
       01 PastDueAmt PIC S9(9)V99.
       01 OldestPastDue PIC 9(5).

       01 HoldCount PIC 9(4) VALUE ZERO.
       01 HoldTable.
           02 HoldEntry OCCURS 0 TO 3000 TIMES
                 DEPENDING ON HoldCount
                 INDEXED BY HX.
              03 HTCustID PIC 9(5).
              03 HTHoldDate PIC 9(8).
              03 HTDaysPastDue PIC 9(5).
              03 HTPastDue PIC 9(9)V99.
              03 HTReason PIC X(40).
              03 HTAction PIC X.
       01 HoldFound PIC X.
       01 HoldTableFull PIC X VALUE 'N'.

       01 ReportHeading.
           02 FILLER PIC X(26) VALUE "ACCOUNT HOLD REVIEW AS OF ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(18) VALUE "   HOLD PAST DUE >".
           02 PrnHoldDays PIC ZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".
       01 Heads PIC X(80) VALUE
          "Action   Cust   Days Past Due         Past Due  Reason".
       01 DetailLine.
           02 PrnAction PIC X(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnDaysPastDue PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 PrnPastDue PIC $$$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnReason PIC X(30).
       01 FooterLine.
           02 FILLER PIC X(15) VALUE "HOLDS PLACED : ".
           02 PrnPlaced PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "   RELEASED : ".
           02 PrnReleased PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "   STILL HELD : ".
           02 PrnStillHeld PIC ZZZZ9.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(RunDate)
           ACCEPT HoldDaysText FROM ENVIRONMENT "ACCTHOLD_DAYS"
           IF HoldDaysText NOT = SPACES
              AND FUNCTION TRIM(HoldDaysText) IS NUMERIC
              MOVE FUNCTION NUMVAL(HoldDaysText) TO HoldDays
           END-IF
           PERFORM LoadHolds
           IF HoldTableFull = 'Y'
              DISPLAY "More Than 3000 Accounts On Hold, "
                 "AcctHold.dat Not Updated"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT HoldReport
           IF HoldReportStatus NOT = "00"
              DISPLAY "Unable To Open AcctHold.rpt, Status "
                 HoldReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE RunDate TO PrnRunDate
           MOVE HoldDays TO PrnHoldDays
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM Heads
           SORT WorkFile
              ON ASCENDING KEY WARCustID
              ON ASCENDING KEY WARInvNum
              ON ASCENDING KEY WARTimestamp
              USING ARTransFile
              GIVING SortedAR
           PERFORM ReviewAccounts
           IF HoldTableFull = 'N'
              PERFORM ReleaseNoActivity
                 VARYING HX FROM 1 BY 1 UNTIL HX > HoldCount
              PERFORM RewriteHolds
           ELSE
              DISPLAY "Hold Table Full At 3000, "
                 "AcctHold.dat Not Updated"
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE PlacedCount TO PrnPlaced
           MOVE ReleasedCount TO PrnReleased
           MOVE StillHeldCount TO PrnStillHeld
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM FooterLine
           IF HoldReportStatus NOT = "00"
              DISPLAY "Unable To Write AcctHold.rpt, Status "
                 HoldReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE HoldReport
           DISPLAY "Account Holds Placed : " PlacedCount
           DISPLAY "Account Holds Released : " ReleasedCount
           DISPLAY "Accounts Still On Hold : " StillHeldCount
           GOBACK.

       LoadHolds.
           MOVE 'N' TO HoldEOF
           OPEN INPUT AcctHoldFile
           IF AcctHoldStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HoldEOF = 'Y'
              READ AcctHoldFile
                 AT END MOVE 'Y' TO HoldEOF
                 NOT AT END
                    IF AHCustID IS NUMERIC
                       IF HoldCount >= 3000
                          MOVE 'Y' TO HoldTableFull
                       ELSE
                          ADD 1 TO HoldCount
                          SET HX TO HoldCount
                          MOVE AHCustID TO HTCustID(HX)
                          MOVE AHHoldDate TO HTHoldDate(HX)
                          MOVE AHDaysPastDue TO HTDaysPastDue(HX)
                          MOVE AHPastDue TO HTPastDue(HX)
                          MOVE AHReason TO HTReason(HX)
                          MOVE 'U' TO HTAction(HX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AcctHoldFile.

       ReviewAccounts.
           MOVE 'N' TO SortedEOF
           OPEN INPUT SortedAR
           IF SortedARStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SortedEOF = 'Y'
              READ SortedAR
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM TallyOneTrans
              END-READ
           END-PERFORM
           IF HaveCustomer = 'Y'
              PERFORM ReviewOneCustomer
           END-IF
           CLOSE SortedAR.

       TallyOneTrans.
           IF SARCustID NOT = CurrentCustID OR HaveCustomer = 'N'
              IF HaveCustomer = 'Y'
                 PERFORM ReviewOneCustomer
              END-IF
              MOVE SARCustID TO CurrentCustID
              MOVE 'Y' TO HaveCustomer
              MOVE ZERO TO ItemCount
              MOVE ZERO TO OnAccount
           END-IF
           IF SARAmount IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF SARType = 'C' OR SARType = 'F'
              PERFORM FindOpenItem
              ADD SARAmount TO OIBalance(OX)
           ELSE
              IF SARType = 'R'
                 SUBTRACT SARAmount FROM OnAccount
                 EXIT PARAGRAPH
              END-IF
              IF SARInvNum IS NUMERIC AND SARInvNum > ZERO
                 PERFORM FindOpenItem
                 SUBTRACT SARAmount FROM OIBalance(OX)
              ELSE
                 ADD SARAmount TO OnAccount
              END-IF
           END-IF.

       FindOpenItem.
           MOVE 'N' TO ItemFound
           IF ItemCount > 0
              SET OX TO 1
              SEARCH OpenItem
                 AT END CONTINUE
                 WHEN SARInvNum IS NUMERIC
                    AND OIInvNum(OX) = SARInvNum
                    MOVE 'Y' TO ItemFound
              END-SEARCH
           END-IF
           IF ItemFound = 'N'
              IF ItemCount >= 300
                 SET OX TO ItemCount
              ELSE
                 ADD 1 TO ItemCount
                 SET OX TO ItemCount
                 IF SARInvNum IS NUMERIC
                    MOVE SARInvNum TO OIInvNum(OX)
                 ELSE
                    MOVE ZERO TO OIInvNum(OX)
                 END-IF
                 IF SARDate IS NUMERIC
                    MOVE SARDate TO OIDate(OX)
                 ELSE
                    MOVE RunDate TO OIDate(OX)
                 END-IF
                 MOVE ZERO TO OIBalance(OX)
              END-IF
           END-IF.

       ReviewOneCustomer.
           PERFORM SweepCreditItems
              VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
           IF OnAccount > ZERO
              PERFORM PayOldestFirst
                 VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
           END-IF
           MOVE ZERO TO PastDueAmt OldestPastDue
           PERFORM AgeOneItem
              VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
           MOVE 'N' TO HoldFound
           IF HoldCount > 0
              SET HX TO 1
              SEARCH HoldEntry
                 AT END CONTINUE
                 WHEN HTCustID(HX) = CurrentCustID
                    MOVE 'Y' TO HoldFound
              END-SEARCH
           END-IF
           EVALUATE TRUE
              WHEN HoldFound = 'Y' AND PastDueAmt NOT > ZERO
                 PERFORM ReleaseHold
              WHEN HoldFound = 'Y'
                 MOVE 'K' TO HTAction(HX)
                 MOVE OldestPastDue TO HTDaysPastDue(HX)
                 MOVE PastDueAmt TO HTPastDue(HX)
                 ADD 1 TO StillHeldCount
              WHEN PastDueAmt > ZERO AND OldestPastDue > HoldDays
                 PERFORM PlaceHold
           END-EVALUATE.

       SweepCreditItems.
           IF OIBalance(OX) < ZERO
              SUBTRACT OIBalance(OX) FROM OnAccount
              MOVE ZERO TO OIBalance(OX)
           END-IF.

       PayOldestFirst.
           IF OnAccount > ZERO AND OIBalance(OX) > ZERO
              IF OnAccount >= OIBalance(OX)
                 SUBTRACT OIBalance(OX) FROM OnAccount
                 MOVE ZERO TO OIBalance(OX)
              ELSE
                 SUBTRACT OnAccount FROM OIBalance(OX)
                 MOVE ZERO TO OnAccount
              END-IF
           END-IF.

       AgeOneItem.
           IF OIBalance(OX) > ZERO
              IF OIDate(OX) IS NUMERIC AND OIDate(OX) > ZERO
                 COMPUTE TransInt =
                    FUNCTION INTEGER-OF-DATE(OIDate(OX))
                 COMPUTE AgeDays = TodayInt - TransInt
              ELSE
                 MOVE ZERO TO AgeDays
              END-IF
              IF AgeDays >= 30
                 ADD OIBalance(OX) TO PastDueAmt
                 IF AgeDays - 30 > OldestPastDue
                    COMPUTE OldestPastDue = AgeDays - 30
                 END-IF
              END-IF
           END-IF.

       PlaceHold.
           IF HoldCount >= 3000
              MOVE 'Y' TO HoldTableFull
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO HoldCount
           SET HX TO HoldCount
           MOVE CurrentCustID TO HTCustID(HX)
           MOVE RunDate TO HTHoldDate(HX)
           MOVE OldestPastDue TO HTDaysPastDue(HX)
           MOVE PastDueAmt TO HTPastDue(HX)
           MOVE OldestPastDue TO PastDueDaysDisplay
           MOVE HoldDays TO HoldDaysDisplay
           MOVE SPACES TO HTReason(HX)
           STRING FUNCTION TRIM(PastDueDaysDisplay) DELIMITED BY SIZE
              " DAYS PAST DUE, LIMIT " DELIMITED BY SIZE
              FUNCTION TRIM(HoldDaysDisplay) DELIMITED BY SIZE
              INTO HTReason(HX)
           END-STRING
           MOVE 'N' TO HTAction(HX)
           ADD 1 TO PlacedCount
           MOVE "HOLD" TO HLAction
           MOVE HTReason(HX) TO HLReason
           PERFORM LogHoldAction.

       ReleaseHold.
           MOVE 'R' TO HTAction(HX)
           MOVE ZERO TO HTDaysPastDue(HX) HTPastDue(HX)
           ADD 1 TO ReleasedCount
           MOVE "RELEASE" TO HLAction
           MOVE "ACCOUNT BROUGHT CURRENT" TO HLReason
           PERFORM LogHoldAction.

       ReleaseNoActivity.
           IF HTAction(HX) = 'U'
              MOVE HTCustID(HX) TO CurrentCustID
              PERFORM ReleaseHold
           END-IF.

       LogHoldAction.
           MOVE HTCustID(HX) TO PrnCustID
           MOVE HLAction TO PrnAction
           MOVE HTDaysPastDue(HX) TO PrnDaysPastDue
           MOVE HTPastDue(HX) TO PrnPastDue
           MOVE HLReason TO PrnReason
           WRITE PrintLine FROM DetailLine
           OPEN EXTEND HoldLogFile
           IF HoldLogStatus = "35"
              OPEN OUTPUT HoldLogFile
           END-IF
           IF HoldLogStatus NOT = "00"
              DISPLAY "Unable To Open AcctHoldLog.dat, Status "
                 HoldLogStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunTimestamp TO HLTimestamp
           MOVE HTCustID(HX) TO HLCustID
           MOVE HTDaysPastDue(HX) TO HLDaysPastDue
           MOVE HTPastDue(HX) TO HLPastDue
           MOVE "ACCTHOLD" TO HLOperator
           WRITE HoldLogRecord
           IF HoldLogStatus NOT = "00"
              DISPLAY "Unable To Write AcctHoldLog.dat, Status "
                 HoldLogStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE HoldLogFile.

       RewriteHolds.
           OPEN OUTPUT AcctHoldWork
           IF AcctHoldWorkStatus NOT = "00"
              DISPLAY "Unable To Open AcctHold.tmp, Status "
                 AcctHoldWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM WriteOneHold
              VARYING HX FROM 1 BY 1 UNTIL HX > HoldCount
           CLOSE AcctHoldWork
           PERFORM CopyWorkToHolds.

       WriteOneHold.
           IF HTAction(HX) NOT = 'R'
              MOVE HTCustID(HX) TO AHCustID
              MOVE HTHoldDate(HX) TO AHHoldDate
              MOVE HTDaysPastDue(HX) TO AHDaysPastDue
              MOVE HTPastDue(HX) TO AHPastDue
              MOVE HTReason(HX) TO AHReason
              WRITE AcctHoldWorkRecord FROM AcctHoldRecord
              IF AcctHoldWorkStatus NOT = "00"
                 DISPLAY "Unable To Write AcctHold.tmp, Status "
                    AcctHoldWorkStatus
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF.

       CopyWorkToHolds.
           MOVE 'N' TO HoldEOF
           OPEN INPUT AcctHoldWork
           IF AcctHoldWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen AcctHold.tmp, Status "
                 AcctHoldWorkStatus
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN OUTPUT AcctHoldFile
              IF AcctHoldStatus NOT = "00"
                 DISPLAY "Unable To Rewrite AcctHold.dat, Status "
                    AcctHoldStatus
                 MOVE 1 TO RETURN-CODE
                 CLOSE AcctHoldWork
              ELSE
                 PERFORM UNTIL HoldEOF = 'Y'
                    READ AcctHoldWork
                       AT END MOVE 'Y' TO HoldEOF
                       NOT AT END
                          WRITE AcctHoldRecord FROM AcctHoldWorkRecord
                          IF AcctHoldStatus NOT = "00"
                             DISPLAY "Unable To Write AcctHold.dat, "
                                "Status " AcctHoldStatus
                             MOVE 1 TO RETURN-CODE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE AcctHoldWork, AcctHoldFile
              END-IF
           END-IF.
