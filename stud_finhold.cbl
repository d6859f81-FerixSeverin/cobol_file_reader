       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUD_FINHOLD.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Financial holds on students from A/R. Output is StudHold.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO "studholdwork.tmp".
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT TuitRateFile ASSIGN TO "TuitRate.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TuitRateStatus.
           SELECT StudHoldFile ASSIGN TO "StudHold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudHoldStatus.
           SELECT StudHoldWork ASSIGN TO "StudHold.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudHoldWorkStatus.
           SELECT SortedHolds ASSIGN TO "StudHoldSorted.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedHoldStatus.
           SELECT HoldLogFile ASSIGN TO "StudHoldLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HoldLogStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT HoldReport ASSIGN TO "StudHold.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HoldReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WHoldRecord.
           02 WHDStudID PIC 9(5).
           02 WHDType PIC X.
           02 FILLER PIC X(67).

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD TuitRateFile.
       01 TuitRateRecord.
           02 TRRatePerCredit PIC 9(3)V99.
           02 FILLER PIC X.
           02 TRStudentBase PIC 9(5).

       FD StudHoldFile.
       01 StudHoldRecord.
           02 HDStudID PIC 9(5).
           02 HDType PIC X.
           02 HDBlockReg PIC X.
           02 HDBlockTran PIC X.
           02 HDDate PIC 9(8).
           02 HDAmount PIC 9(7)V99.
           02 HDReason PIC X(40).
           02 HDOperator PIC X(8).

       FD StudHoldWork.
       01 StudHoldWorkRecord PIC X(73).

       FD SortedHolds.
       01 SortedHoldRecord.
           02 SHDStudID PIC 9(5).
           02 SHDType PIC X.
           02 SHDBlockReg PIC X.
           02 SHDBlockTran PIC X.
           02 SHDDate PIC 9(8).
           02 SHDAmount PIC 9(7)V99.
           02 SHDReason PIC X(40).
           02 SHDOperator PIC X(8).

       FD HoldLogFile.
       01 HoldLogRecord.
           02 HLTimestamp PIC X(21).
           02 HLStudID PIC 9(5).
           02 HLType PIC X.
           02 HLAction PIC X(7).
           02 HLAmount PIC 9(7)V99.
           02 HLReason PIC X(40).
           02 HLOperator PIC X(8).

       FD StudentFile.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       FD HoldReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARTransStatus PIC XX VALUE "00".
       01 TuitRateStatus PIC XX VALUE "00".
       01 StudHoldStatus PIC XX VALUE "00".
       01 StudHoldWorkStatus PIC XX VALUE "00".
       01 SortedHoldStatus PIC XX VALUE "00".
       01 HoldLogStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 HoldReportStatus PIC XX VALUE "00".

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 StudentBase PIC 9(5) VALUE 90000.
       01 MinBalText PIC X(12) VALUE SPACES.
       01 MinBalance PIC 9(7)V99 VALUE ZERO.
       01 BalanceDisplay PIC $$$,$$$,$$9.99.

       01 AREOF PIC X.
       01 HoldEOF PIC X.
       01 SortedEOF PIC X.
       01 StudentEOF PIC X.
       01 StudSub PIC 9(5).
       01 PlacedCount PIC 9(5) VALUE ZERO.
       01 ClearedCount PIC 9(5) VALUE ZERO.
       01 OnHoldCount PIC 9(5) VALUE ZERO.
       01 StudentsOnHold PIC 9(5) VALUE ZERO.
       01 PrevStudID PIC 9(5).

       01 BalanceTable.
           02 StudBalance OCCURS 9999 TIMES PIC S9(9)V99.

       01 HoldCount PIC 9(4) VALUE ZERO.
       01 HoldTable.
           02 HoldEntry OCCURS 0 TO 3000 TIMES
                 DEPENDING ON HoldCount
                 INDEXED BY HX.
              03 HTRecord PIC X(73).
              03 HTAction PIC X.
       01 HoldFound PIC X.
       01 HoldTableFull PIC X VALUE 'N'.

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON StudentCount
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
              03 STStudName PIC X(10).
       01 CurrentStudName PIC X(10).

       01 ReportHeading.
           02 FILLER PIC X(22) VALUE "STUDENT HOLDS AS OF ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(23) VALUE "   FINANCIAL HOLD OVER ".
           02 PrnMinBal PIC $$$,$$9.99.
       01 ActionHeads PIC X(80) VALUE
          "Action   Stud   Type      Balance  Reason".
       01 ActionLine.
           02 PrnAction PIC X(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnActStudID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnActType PIC X.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnActAmount PIC $$$,$$$,$$9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnActReason PIC X(40).
       01 ActionFooter.
           02 FILLER PIC X(26) VALUE "FINANCIAL HOLDS PLACED : ".
           02 PrnPlaced PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "   CLEARED : ".
           02 PrnCleared PIC ZZZZ9.
       01 ListTitle PIC X(80) VALUE "STUDENTS ON HOLD".
       01 ListHeads.
           02 FILLER PIC X(36)
              VALUE "Stud  Name       Type        Blocks ".
           02 FILLER PIC X(30)
              VALUE "  Placed    Reason".
       01 ListLine.
           02 PrnStudID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStudName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTypeText PIC X(11).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBlocks PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnHoldDate PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnReason PIC X(30).
       01 ListFooter.
           02 FILLER PIC X(20) VALUE "STUDENTS ON HOLD : ".
           02 PrnStudentsOnHold PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "   HOLDS :".
           02 PrnOnHold PIC ZZZZ9.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           ACCEPT MinBalText FROM ENVIRONMENT "STUDHOLD_MIN_BAL"
           IF MinBalText NOT = SPACES
              AND FUNCTION TEST-NUMVAL(MinBalText) = ZERO
              MOVE FUNCTION NUMVAL(MinBalText) TO MinBalance
           END-IF
           PERFORM ReadTuitRate
           PERFORM LoadHolds
           IF HoldTableFull = 'Y'
              DISPLAY "More Than 3000 Student Holds, "
                 "StudHold.dat Not Updated"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LoadStudentTable
           OPEN OUTPUT HoldReport
           IF HoldReportStatus NOT = "00"
              DISPLAY "Unable To Open StudHold.rpt, Status "
                 HoldReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE RunDate TO PrnRunDate
           MOVE MinBalance TO PrnMinBal
           WRITE PrintLine FROM ReportHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM ActionHeads
           PERFORM TallyBalances
           PERFORM ReviewOneStudent
              VARYING StudSub FROM 1 BY 1 UNTIL StudSub > 9999
           IF HoldTableFull = 'N'
              PERFORM ClearPaidHolds
                 VARYING HX FROM 1 BY 1 UNTIL HX > HoldCount
              PERFORM RewriteHolds
           ELSE
              DISPLAY "Hold Table Full At 3000, "
                 "StudHold.dat Not Updated"
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE PlacedCount TO PrnPlaced
           MOVE ClearedCount TO PrnCleared
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM ActionFooter
           PERFORM ListHolds
           IF HoldReportStatus NOT = "00"
              DISPLAY "Unable To Write StudHold.rpt, Status "
                 HoldReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE HoldReport
           DISPLAY "Financial Holds Placed : " PlacedCount
           DISPLAY "Financial Holds Cleared : " ClearedCount
           DISPLAY "Students On Hold : " StudentsOnHold
           GOBACK.

       COPY SITEPROC.

       ReadTuitRate.
           OPEN INPUT TuitRateFile
           IF TuitRateStatus = "00"
              READ TuitRateFile
                 AT END CONTINUE
                 NOT AT END
                    IF TRStudentBase IS NUMERIC
                       AND TRStudentBase > ZERO
                       MOVE TRStudentBase TO StudentBase
                    END-IF
              END-READ
              CLOSE TuitRateFile
           END-IF.

       LoadHolds.
           MOVE 'N' TO HoldEOF
           OPEN INPUT StudHoldFile
           IF StudHoldStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HoldEOF = 'Y'
              READ StudHoldFile
                 AT END MOVE 'Y' TO HoldEOF
                 NOT AT END
                    IF HDStudID IS NUMERIC
                       IF HoldCount >= 3000
                          MOVE 'Y' TO HoldTableFull
                       ELSE
                          ADD 1 TO HoldCount
                          SET HX TO HoldCount
                          MOVE StudHoldRecord TO HTRecord(HX)
                          MOVE 'U' TO HTAction(HX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE StudHoldFile.

       LoadStudentTable.
           MOVE 'N' TO StudentEOF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              DISPLAY "Unable To Open student.dat, Status "
                 StudentFileStatus
              MOVE 'Y' TO StudentEOF
           ELSE
              PERFORM UNTIL StudentEOF = 'Y' OR StudentCount >= 1000
                 READ StudentFile
                    AT END MOVE 'Y' TO StudentEOF
                    NOT AT END
                       ADD 1 TO StudentCount
                       MOVE IDNum TO STIDNum(StudentCount)
                       MOVE StudName TO STStudName(StudentCount)
                 END-READ
              END-PERFORM
              CLOSE StudentFile
           END-IF.

       TallyBalances.
           INITIALIZE BalanceTable
           MOVE 'N' TO AREOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AREOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO AREOF
                 NOT AT END
                    IF ARCustID IS NUMERIC AND ARAmount IS NUMERIC
                       AND ARCustID > StudentBase
                       AND ARCustID - StudentBase < 10000
                       COMPUTE StudSub = ARCustID - StudentBase
                       IF ARType = 'C' OR ARType = 'F'
                          OR ARType = 'R'
                          ADD ARAmount TO StudBalance(StudSub)
                       ELSE
                          SUBTRACT ARAmount FROM StudBalance(StudSub)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARTransFile.

       FindFinancialHold.
           MOVE 'N' TO HoldFound
           PERFORM VARYING HX FROM 1 BY 1
              UNTIL HX > HoldCount OR HoldFound = 'Y'
              MOVE HTRecord(HX) TO StudHoldRecord
              IF HDStudID = StudSub AND HDType = 'F'
                 MOVE 'Y' TO HoldFound
              END-IF
           END-PERFORM
           IF HoldFound = 'Y'
              SET HX DOWN BY 1
           END-IF.

       ReviewOneStudent.
           IF StudBalance(StudSub) NOT > MinBalance
              EXIT PARAGRAPH
           END-IF
           PERFORM FindFinancialHold
           IF HoldFound = 'Y'
              MOVE StudBalance(StudSub) TO HDAmount
              MOVE 'K' TO HTAction(HX)
              PERFORM SetFinancialReason
              MOVE StudHoldRecord TO HTRecord(HX)
              EXIT PARAGRAPH
           END-IF
           IF HoldCount >= 3000
              MOVE 'Y' TO HoldTableFull
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO HoldCount
           SET HX TO HoldCount
           INITIALIZE StudHoldRecord
           MOVE StudSub TO HDStudID
           MOVE 'F' TO HDType
           MOVE 'Y' TO HDBlockReg
           MOVE 'Y' TO HDBlockTran
           MOVE RunDate TO HDDate
           MOVE StudBalance(StudSub) TO HDAmount
           PERFORM SetFinancialReason
           MOVE "FINHOLD" TO HDOperator
           MOVE StudHoldRecord TO HTRecord(HX)
           MOVE 'N' TO HTAction(HX)
           ADD 1 TO PlacedCount
           MOVE "PLACE" TO HLAction
           PERFORM LogHoldAction.

       SetFinancialReason.
           MOVE HDAmount TO BalanceDisplay
           MOVE SPACES TO HDReason
           STRING "A/R BALANCE " DELIMITED BY SIZE
              FUNCTION TRIM(BalanceDisplay) DELIMITED BY SIZE
              " OWED" DELIMITED BY SIZE
              INTO HDReason
           END-STRING.

       ClearPaidHolds.
           MOVE HTRecord(HX) TO StudHoldRecord
           IF HDType = 'F' AND HTAction(HX) = 'U'
              MOVE 'R' TO HTAction(HX)
              ADD 1 TO ClearedCount
              MOVE "CLEAR" TO HLAction
              MOVE ZERO TO HDAmount
              MOVE HDStudID TO StudSub
              IF StudSub > ZERO AND StudSub < 10000
                 AND StudBalance(StudSub) > ZERO
                 MOVE StudBalance(StudSub) TO HDAmount
              END-IF
              MOVE "A/R BALANCE PAID" TO HDReason
              PERFORM LogHoldAction
           END-IF.

       LogHoldAction.
           MOVE HLAction TO PrnAction
           MOVE HDStudID TO PrnActStudID
           MOVE HDType TO PrnActType
           MOVE HDAmount TO PrnActAmount
           MOVE HDReason TO PrnActReason
           WRITE PrintLine FROM ActionLine
           OPEN EXTEND HoldLogFile
           IF HoldLogStatus = "35"
              OPEN OUTPUT HoldLogFile
           END-IF
           IF HoldLogStatus NOT = "00"
              DISPLAY "Unable To Open StudHoldLog.dat, Status "
                 HoldLogStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunTimestamp TO HLTimestamp
           MOVE HDStudID TO HLStudID
           MOVE HDType TO HLType
           MOVE HDAmount TO HLAmount
           MOVE HDReason TO HLReason
           MOVE "FINHOLD" TO HLOperator
           WRITE HoldLogRecord
           IF HoldLogStatus NOT = "00"
              DISPLAY "Unable To Write StudHoldLog.dat, Status "
                 HoldLogStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE HoldLogFile.

       RewriteHolds.
           OPEN OUTPUT StudHoldWork
           IF StudHoldWorkStatus NOT = "00"
              DISPLAY "Unable To Open StudHold.tmp, Status "
                 StudHoldWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM WriteOneHold
              VARYING HX FROM 1 BY 1 UNTIL HX > HoldCount
           CLOSE StudHoldWork
           PERFORM CopyWorkToHolds.

       WriteOneHold.
           IF HTAction(HX) NOT = 'R'
              WRITE StudHoldWorkRecord FROM HTRecord(HX)
              IF StudHoldWorkStatus NOT = "00"
                 DISPLAY "Unable To Write StudHold.tmp, Status "
                    StudHoldWorkStatus
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF.

       CopyWorkToHolds.
           MOVE 'N' TO HoldEOF
           OPEN INPUT StudHoldWork
           IF StudHoldWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen StudHold.tmp, Status "
                 StudHoldWorkStatus
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN OUTPUT StudHoldFile
              IF StudHoldStatus NOT = "00"
                 DISPLAY "Unable To Rewrite StudHold.dat, Status "
                    StudHoldStatus
                 MOVE 1 TO RETURN-CODE
                 CLOSE StudHoldWork
              ELSE
                 PERFORM UNTIL HoldEOF = 'Y'
                    READ StudHoldWork
                       AT END MOVE 'Y' TO HoldEOF
                       NOT AT END
                          WRITE StudHoldRecord FROM StudHoldWorkRecord
                          IF StudHoldStatus NOT = "00"
                             DISPLAY "Unable To Write StudHold.dat, "
                                "Status " StudHoldStatus
                             MOVE 1 TO RETURN-CODE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE StudHoldWork, StudHoldFile
              END-IF
           END-IF.

       ListHolds.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM ListTitle
           WRITE PrintLine FROM ListHeads
           SORT WorkFile
              ON ASCENDING KEY WHDStudID WHDType
              USING StudHoldFile
              GIVING SortedHolds
           MOVE ZERO TO PrevStudID
           MOVE 'N' TO SortedEOF
           OPEN INPUT SortedHolds
           IF SortedHoldStatus NOT = "00"
              MOVE 'Y' TO SortedEOF
           END-IF
           PERFORM UNTIL SortedEOF = 'Y'
              READ SortedHolds
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM ListOneHold
              END-READ
           END-PERFORM
           IF SortedHoldStatus NOT = "35"
              CLOSE SortedHolds
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE StudentsOnHold TO PrnStudentsOnHold
           MOVE OnHoldCount TO PrnOnHold
           WRITE PrintLine FROM ListFooter.

       ListOneHold.
           ADD 1 TO OnHoldCount
           IF SHDStudID NOT = PrevStudID
              ADD 1 TO StudentsOnHold
              MOVE SHDStudID TO PrevStudID
           END-IF
           MOVE "*UNKNOWN*" TO CurrentStudName
           PERFORM VARYING ST FROM 1 BY 1 UNTIL ST > StudentCount
              IF STIDNum(ST) = SHDStudID
                 MOVE STStudName(ST) TO CurrentStudName
              END-IF
           END-PERFORM
           MOVE SHDStudID TO PrnStudID
           MOVE CurrentStudName TO PrnStudName
           EVALUATE SHDType
              WHEN 'F' MOVE "F FINANCIAL" TO PrnTypeText
              WHEN 'R' MOVE "R REGISTRAR" TO PrnTypeText
              WHEN 'C' MOVE "C CONDUCT" TO PrnTypeText
              WHEN OTHER
                 MOVE SPACES TO PrnTypeText
                 MOVE SHDType TO PrnTypeText(1:1)
                 MOVE "OTHER" TO PrnTypeText(3:)
           END-EVALUATE
           MOVE SPACES TO PrnBlocks
           IF SHDBlockReg = 'Y'
              MOVE "REG" TO PrnBlocks(1:3)
           END-IF
           IF SHDBlockTran = 'Y'
              MOVE "TRAN" TO PrnBlocks(5:4)
           END-IF
           IF SHDBlockReg NOT = 'Y' AND SHDBlockTran NOT = 'Y'
              MOVE "NONE" TO PrnBlocks
           END-IF
           MOVE SHDDate TO PrnHoldDate
           MOVE SHDReason TO PrnReason
           WRITE PrintLine FROM ListLine.
