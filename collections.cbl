       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Collections worklist by collector, with calls and promises to
      *> pay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO "collwork.tmp".
           SELECT WorklistSort ASSIGN TO "collsort.tmp".
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT SortedAR ASSIGN TO "Collect.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedARStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT CollectorFile ASSIGN TO "Collectors.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CollectorStatus.
           SELECT CallFile ASSIGN TO "CollCall.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CallFileStatus.
           SELECT PromiseFile ASSIGN TO "Promise.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromiseStatus.
           SELECT PromiseWorkFile ASSIGN TO "Promise.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromiseWorkStatus.
           SELECT WorklistReport ASSIGN TO "CollWork.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WorklistRptStatus.

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

       SD WorklistSort.
       01 WorklistSortRecord.
           02 WLPastDue PIC 9(9)V99.
           02 WLOldest PIC 9(5).
           02 WLCustID PIC 9(5).
           02 WLBalance PIC S9(9)V99.
           02 WLCollector PIC X(8).

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

       FD CustomerFile.
       01 CustomerData.
           02 IDNum PIC 9(5).
           02 FirstName PIC X(15).
           02 LastName PIC X(15).
           02 DateOfBirth.
              03 MOB PIC 99.
              03 DOB PIC 99.
              03 YOB PIC 9(4).
           02 MailAddress.
              03 Street PIC X(20).
              03 City PIC X(15).
              03 State PIC X(2).
              03 Zip PIC 9(5).
           02 TaxID PIC 9(9).
           02 MailPrefs.
              03 NoMailFlag PIC X.
              03 NoMktgFlag PIC X.

       FD CollectorFile.
       01 CollectorRecord.
           02 CLCollector PIC X(8).
           02 CLFromCust PIC 9(5).
           02 CLToCust PIC 9(5).

       FD CallFile.
       01 CallRecord.
           02 CCTimestamp PIC X(21).
           02 CCTimestampNum REDEFINES CCTimestamp.
              03 CCDate PIC 9(8).
              03 FILLER PIC X(13).
           02 CCCustID PIC 9(5).
           02 CCCollector PIC X(8).
           02 CCOutcome PIC XX.
           02 CCNote PIC X(40).

       FD PromiseFile.
       01 PromiseRecord.
           02 PRCustID PIC 9(5).
           02 PRTakenDate PIC 9(8).
           02 PRDueDate PIC 9(8).
           02 PRAmount PIC 9(7)V99.
           02 PRCollector PIC X(8).
           02 PRStatus PIC X.
           02 PRPaidAmt PIC 9(7)V99.
           02 PRClosedDate PIC 9(8).

       FD PromiseWorkFile.
       01 PromiseWorkRecord PIC X(56).

       FD WorklistReport.
       01 WorklistLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARTransStatus PIC XX VALUE "00".
       01 SortedARStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CollectorStatus PIC XX VALUE "00".
       01 CallFileStatus PIC XX VALUE "00".
       01 PromiseStatus PIC XX VALUE "00".
       01 PromiseWorkStatus PIC XX VALUE "00".
       01 WorklistRptStatus PIC XX VALUE "00".

       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 SortedEOF PIC X.
       01 WorklistEOF PIC X.
       01 CallEOF PIC X.
       01 PromiseEOF PIC X.
       01 CollectorEOF PIC X.
       01 WorkEOF PIC X.
       01 CustomerOpen PIC X VALUE 'N'.
       01 CustOnFile PIC X.
       01 CustName PIC X(31).
       01 CollectorFilter PIC X(8).
       01 CustCollector PIC X(8).
       01 CurrentCustID PIC 9(5) VALUE ZERO.
       01 HaveCustomer PIC X.
       01 WorklistCount PIC 9(5).
       01 WorklistTotal PIC 9(11)V99.
       01 OnPromiseCount PIC 9(5).
       01 CallCount PIC 9(5) VALUE ZERO.
       01 PromiseCount PIC 9(5) VALUE ZERO.
       01 AmountDisplay PIC $$,$$$,$$9.99.
       01 AmountText PIC X(12).

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 TodayInt PIC 9(7).
       01 TransInt PIC 9(7).
       01 AgeDays PIC S9(5).
       01 OldestDays PIC 9(5).

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
       01 BucketCurrent PIC S9(9)V99.
       01 PastDueAmt PIC S9(9)V99.
       01 CustBalance PIC S9(9)V99.

       01 CollectorCount PIC 99 VALUE ZERO.
       01 CollectorTable.
           02 CollectorEntry OCCURS 0 TO 50 TIMES
                 DEPENDING ON CollectorCount
                 INDEXED BY KX.
              03 CTCollector PIC X(8).
              03 CTFromCust PIC 9(5).
              03 CTToCust PIC 9(5).

       01 LastCallCount PIC 9(5) VALUE ZERO.
       01 LastCallTable.
           02 LastCallEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON LastCallCount
                 INDEXED BY LX.
              03 LCCustID PIC 9(5).
              03 LCDate PIC 9(8).
              03 LCOutcome PIC XX.
       01 LastCallFound PIC X.

       01 LastPromiseCount PIC 9(5) VALUE ZERO.
       01 LastPromiseTable.
           02 LastPromiseEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON LastPromiseCount
                 INDEXED BY PX.
              03 LPCustID PIC 9(5).
              03 LPStatus PIC X.
              03 LPDueDate PIC 9(8).
       01 LastPromiseFound PIC X.

       01 SelectCustID PIC 9(5).
       01 OutcomeCode PIC XX.
       01 OutcomeValid PIC X.
       01 CallNote PIC X(40).
       01 PromiseDate PIC 9(8).
       01 PromiseAmt PIC 9(7)V99.
       01 PromiseLimitInt PIC 9(7).

       01 WorklistHeading.
           02 FILLER PIC X(25) VALUE "COLLECTIONS WORKLIST FOR ".
           02 PrnWLCollector PIC X(8).
           02 FILLER PIC X(4) VALUE " ON ".
           02 PrnWLDate PIC 9(8).
       01 WorklistHeads PIC X(80) VALUE
          "Cust  Name                      Past Due      Balance" &
          "  Days Last Call   Flag".
       01 WorklistDetail.
           02 PrnWLCust PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLPastDue PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLBalance PIC $$,$$$,$$9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLDays PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLCallDate PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLOutcome PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWLFlag PIC X(6).
       01 WorklistFooter.
           02 FILLER PIC X(16) VALUE "CUSTOMERS : ".
           02 PrnWLCount PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 PrnWLTotal PIC $$$$,$$$,$$9.99.
           02 FILLER PIC X(14) VALUE "   ON PROMISE ".
           02 PrnWLOnPromise PIC ZZZZ9.

       01 CurrentOperator PIC X(8) VALUE SPACES.
       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY SITEWS.

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
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(RunDate)
           PERFORM LoadCollectors
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustomerOpen
           ELSE
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
           END-IF
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "COLLECTIONS"
              DISPLAY "1 : Collector Worklist"
              DISPLAY "2 : Record A Call"
              DISPLAY "3 : Customer Call History"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM BuildWorklist
                 WHEN 2 PERFORM RecordCall
                 WHEN 3 PERFORM ShowCallHistory
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           IF CustomerOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           DISPLAY "Calls Logged : " CallCount
           DISPLAY "Promises Taken : " PromiseCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.

       LoadCollectors.
           MOVE ZERO TO CollectorCount
           MOVE 'N' TO CollectorEOF
           OPEN INPUT CollectorFile
           IF CollectorStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CollectorEOF = 'Y'
              READ CollectorFile
                 AT END MOVE 'Y' TO CollectorEOF
                 NOT AT END
                    IF CLCollector NOT = SPACES
                       AND CLFromCust IS NUMERIC
                       AND CLToCust IS NUMERIC
                       AND CollectorCount < 50
                       ADD 1 TO CollectorCount
                       MOVE FUNCTION UPPER-CASE(CLCollector)
                          TO CTCollector(CollectorCount)
                       MOVE CLFromCust TO CTFromCust(CollectorCount)
                       MOVE CLToCust TO CTToCust(CollectorCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CollectorFile.

       FindCollector.
           MOVE SPACES TO CustCollector
           IF CollectorCount > 0
              SET KX TO 1
              SEARCH CollectorEntry
                 AT END CONTINUE
                 WHEN CurrentCustID >= CTFromCust(KX)
                    AND CurrentCustID <= CTToCust(KX)
                    MOVE CTCollector(KX) TO CustCollector
              END-SEARCH
           END-IF.

       LoadLastCalls.
           MOVE ZERO TO LastCallCount
           MOVE 'N' TO CallEOF
           OPEN INPUT CallFile
           IF CallFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CallEOF = 'Y'
              READ CallFile
                 AT END MOVE 'Y' TO CallEOF
                 NOT AT END PERFORM TallyLastCall
              END-READ
           END-PERFORM
           CLOSE CallFile.

       TallyLastCall.
           MOVE 'N' TO LastCallFound
           IF LastCallCount > 0
              SET LX TO 1
              SEARCH LastCallEntry
                 AT END CONTINUE
                 WHEN LCCustID(LX) = CCCustID
                    MOVE 'Y' TO LastCallFound
              END-SEARCH
           END-IF
           IF LastCallFound = 'N'
              IF LastCallCount >= 5000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO LastCallCount
              SET LX TO LastCallCount
              MOVE CCCustID TO LCCustID(LX)
           END-IF
           MOVE CCDate TO LCDate(LX)
           MOVE CCOutcome TO LCOutcome(LX).

       LoadLastPromises.
           MOVE ZERO TO LastPromiseCount
           MOVE 'N' TO PromiseEOF
           OPEN INPUT PromiseFile
           IF PromiseStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromiseEOF = 'Y'
              READ PromiseFile
                 AT END MOVE 'Y' TO PromiseEOF
                 NOT AT END PERFORM TallyLastPromise
              END-READ
           END-PERFORM
           CLOSE PromiseFile.

       TallyLastPromise.
           MOVE 'N' TO LastPromiseFound
           IF LastPromiseCount > 0
              SET PX TO 1
              SEARCH LastPromiseEntry
                 AT END CONTINUE
                 WHEN LPCustID(PX) = PRCustID
                    MOVE 'Y' TO LastPromiseFound
              END-SEARCH
           END-IF
           IF LastPromiseFound = 'N'
              IF LastPromiseCount >= 5000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO LastPromiseCount
              SET PX TO LastPromiseCount
              MOVE PRCustID TO LPCustID(PX)
              MOVE SPACE TO LPStatus(PX)
              MOVE ZERO TO LPDueDate(PX)
           END-IF
           IF PRStatus NOT = 'X'
              MOVE PRStatus TO LPStatus(PX)
              MOVE PRDueDate TO LPDueDate(PX)
           END-IF.

       FindLastPromise.
           MOVE 'N' TO LastPromiseFound
           IF LastPromiseCount > 0
              SET PX TO 1
              SEARCH LastPromiseEntry
                 AT END CONTINUE
                 WHEN LPCustID(PX) = CurrentCustID
                    MOVE 'Y' TO LastPromiseFound
              END-SEARCH
           END-IF.

       BuildWorklist.
           DISPLAY "Collector (Blank = All) : " WITH NO ADVANCING
           MOVE SPACES TO CollectorFilter
           ACCEPT CollectorFilter
           MOVE FUNCTION UPPER-CASE(CollectorFilter)
              TO CollectorFilter
           PERFORM LoadLastCalls
           PERFORM LoadLastPromises
           SORT WorkFile
              ON ASCENDING KEY WARCustID
              ON ASCENDING KEY WARInvNum
              ON ASCENDING KEY WARTimestamp
              USING ARTransFile
              GIVING SortedAR
           MOVE ZERO TO WorklistCount WorklistTotal OnPromiseCount
           SORT WorklistSort
              ON DESCENDING KEY WLPastDue
              ON DESCENDING KEY WLOldest
              ON ASCENDING KEY WLCustID
              INPUT PROCEDURE IS SelectPastDue
              OUTPUT PROCEDURE IS PrintWorklist
           MOVE WorklistTotal TO AmountDisplay
           DISPLAY "Past-Due Customers : " WorklistCount
              "  Total Past Due : " AmountDisplay
           DISPLAY "Held On An Active Promise : " OnPromiseCount
           DISPLAY "Written To CollWork.rpt".

       SelectPastDue.
           MOVE 'N' TO SortedEOF
           MOVE 'N' TO HaveCustomer
           MOVE ZERO TO CurrentCustID
           OPEN INPUT SortedAR
           IF SortedARStatus NOT = "00"
              DISPLAY "No A/R Activity On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SortedEOF = 'Y'
              READ SortedAR
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM TallyOneTrans
              END-READ
           END-PERFORM
           IF HaveCustomer = 'Y'
              PERFORM AgeOneCustomer
           END-IF
           CLOSE SortedAR.

       TallyOneTrans.
           IF SARCustID NOT = CurrentCustID OR HaveCustomer = 'N'
              IF HaveCustomer = 'Y'
                 PERFORM AgeOneCustomer
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

       AgeOneCustomer.
           PERFORM SweepCreditItems
              VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
           IF OnAccount > ZERO
              PERFORM PayOldestFirst
                 VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
           END-IF
           MOVE ZERO TO BucketCurrent PastDueAmt OldestDays
           PERFORM AgeOneItem
              VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
           IF PastDueAmt NOT > ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM FindCollector
           IF CollectorFilter NOT = SPACES
              AND CustCollector NOT = CollectorFilter
              EXIT PARAGRAPH
           END-IF
           PERFORM FindLastPromise
           IF LastPromiseFound = 'Y'
              AND LPStatus(PX) = 'A'
              AND LPDueDate(PX) >= RunDate
              ADD 1 TO OnPromiseCount
              EXIT PARAGRAPH
           END-IF
           COMPUTE CustBalance = BucketCurrent + PastDueAmt - OnAccount
           MOVE PastDueAmt TO WLPastDue
           MOVE OldestDays TO WLOldest
           MOVE CurrentCustID TO WLCustID
           MOVE CustBalance TO WLBalance
           MOVE CustCollector TO WLCollector
           RELEASE WorklistSortRecord.

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
              IF AgeDays < 30
                 ADD OIBalance(OX) TO BucketCurrent
              ELSE
                 ADD OIBalance(OX) TO PastDueAmt
                 IF AgeDays > OldestDays
                    MOVE AgeDays TO OldestDays
                 END-IF
              END-IF
           END-IF.

       PrintWorklist.
           OPEN OUTPUT WorklistReport
           IF WorklistRptStatus NOT = "00"
              DISPLAY "Unable To Open CollWork.rpt, Status "
                 WorklistRptStatus
           END-IF
           IF CollectorFilter = SPACES
              MOVE "ALL" TO PrnWLCollector
           ELSE
              MOVE CollectorFilter TO PrnWLCollector
           END-IF
           MOVE RunDate TO PrnWLDate
           WRITE WorklistLine FROM WorklistHeading
           WRITE WorklistLine FROM WorklistHeads
           DISPLAY " "
           DISPLAY WorklistHeads
           MOVE 'N' TO WorklistEOF
           PERFORM UNTIL WorklistEOF = 'Y'
              RETURN WorklistSort
                 AT END MOVE 'Y' TO WorklistEOF
                 NOT AT END PERFORM PrintWorklistLine
              END-RETURN
           END-PERFORM
           MOVE WorklistCount TO PrnWLCount
           MOVE WorklistTotal TO PrnWLTotal
           MOVE OnPromiseCount TO PrnWLOnPromise
           WRITE WorklistLine FROM WorklistFooter
           IF WorklistRptStatus NOT = "00"
              DISPLAY "Unable To Write CollWork.rpt, Status "
                 WorklistRptStatus
           END-IF
           CLOSE WorklistReport.

       PrintWorklistLine.
           ADD 1 TO WorklistCount
           ADD WLPastDue TO WorklistTotal
           MOVE WLCustID TO CurrentCustID
           MOVE WLCustID TO IDNum
           PERFORM ReadCustomer
           MOVE WLCustID TO PrnWLCust
           MOVE CustName TO PrnWLName
           MOVE WLPastDue TO PrnWLPastDue
           MOVE WLBalance TO PrnWLBalance
           MOVE WLOldest TO PrnWLDays
           MOVE SPACES TO PrnWLCallDate PrnWLOutcome PrnWLFlag
           MOVE 'N' TO LastCallFound
           IF LastCallCount > 0
              SET LX TO 1
              SEARCH LastCallEntry
                 AT END CONTINUE
                 WHEN LCCustID(LX) = WLCustID
                    MOVE 'Y' TO LastCallFound
              END-SEARCH
           END-IF
           IF LastCallFound = 'Y'
              MOVE LCDate(LX) TO PrnWLCallDate
              MOVE LCOutcome(LX) TO PrnWLOutcome
           END-IF
           PERFORM FindLastPromise
           IF LastPromiseFound = 'Y'
              EVALUATE TRUE
                 WHEN LPStatus(PX) = 'B'
                    MOVE "BROKEN" TO PrnWLFlag
                 WHEN LPStatus(PX) = 'A'
                    MOVE "LAPSED" TO PrnWLFlag
              END-EVALUATE
           END-IF
           WRITE WorklistLine FROM WorklistDetail
           DISPLAY WorklistDetail.

       ReadCustomer.
           MOVE 'N' TO CustOnFile
           MOVE "** NOT ON FILE **" TO CustName
           IF CustomerOpen = 'Y'
              READ CustomerFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO CustOnFile
                    MOVE SPACES TO CustName
                    STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       FUNCTION TRIM(LastName) DELIMITED BY SIZE
                       INTO CustName
                    END-STRING
              END-READ
           END-IF.

       RecordCall.
           DISPLAY "Customer Number : " WITH NO ADVANCING
           MOVE ZERO TO SelectCustID
           ACCEPT SelectCustID
           MOVE SelectCustID TO IDNum
           PERFORM ReadCustomer
           IF CustOnFile = 'N'
              DISPLAY "Customer " SelectCustID " Not On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer " SelectCustID " " CustName
           DISPLAY "NA No Answer  LM Left Message  PP Promise To Pay"
           DISPLAY "RF Refused    DS Disputed      PD Says Paid"
           DISPLAY "WN Wrong Number"
           DISPLAY "Outcome : " WITH NO ADVANCING
           MOVE SPACES TO OutcomeCode
           ACCEPT OutcomeCode
           MOVE FUNCTION UPPER-CASE(OutcomeCode) TO OutcomeCode
           MOVE 'N' TO OutcomeValid
           EVALUATE OutcomeCode
              WHEN "NA"
              WHEN "LM"
              WHEN "PP"
              WHEN "RF"
              WHEN "DS"
              WHEN "PD"
              WHEN "WN"
                 MOVE 'Y' TO OutcomeValid
           END-EVALUATE
           IF OutcomeValid = 'N'
              DISPLAY "Outcome Not Valid, Call Not Logged"
              EXIT PARAGRAPH
           END-IF
           IF OutcomeCode = "PP"
              PERFORM GetPromise
              IF PromiseAmt = ZERO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "Note : " WITH NO ADVANCING
           MOVE SPACES TO CallNote
           ACCEPT CallNote
           IF OutcomeCode = "PP"
              PERFORM SupersedePromises
              PERFORM WritePromise
              IF PromiseStatus NOT = "00"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM WriteCall.

       GetPromise.
           MOVE ZERO TO PromiseAmt
           DISPLAY "Promised By (YYYYMMDD) : " WITH NO ADVANCING
           MOVE ZERO TO PromiseDate
           ACCEPT PromiseDate
           COMPUTE PromiseLimitInt = TodayInt + 60
           IF PromiseDate < RunDate
              OR FUNCTION TEST-DATE-YYYYMMDD(PromiseDate) NOT = ZERO
              DISPLAY "Promise Date Not Valid, Call Not Logged"
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(PromiseDate) > PromiseLimitInt
              DISPLAY "Promise Must Fall Within 60 Days, "
                 "Call Not Logged"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Promised Amount (e.g. 250.00) : "
              WITH NO ADVANCING
           MOVE SPACES TO AmountText
           ACCEPT AmountText
           IF FUNCTION TEST-NUMVAL(AmountText) NOT = ZERO
              DISPLAY "Amount Not Valid, Call Not Logged"
              EXIT PARAGRAPH
           END-IF
           COMPUTE PromiseAmt = FUNCTION NUMVAL(AmountText)
              ON SIZE ERROR MOVE ZERO TO PromiseAmt
           END-COMPUTE
           IF PromiseAmt = ZERO
              DISPLAY "Amount Not Valid, Call Not Logged"
           END-IF.

       SupersedePromises.
           MOVE 'N' TO PromiseEOF
           OPEN INPUT PromiseFile
           IF PromiseStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PromiseWorkFile
           IF PromiseWorkStatus NOT = "00"
              DISPLAY "Unable To Open Promise.tmp, Status "
                 PromiseWorkStatus
              CLOSE PromiseFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromiseEOF = 'Y'
              READ PromiseFile
                 AT END MOVE 'Y' TO PromiseEOF
                 NOT AT END
                    IF PRCustID = SelectCustID AND PRStatus = 'A'
                       MOVE 'X' TO PRStatus
                       MOVE RunDate TO PRClosedDate
                    END-IF
                    WRITE PromiseWorkRecord FROM PromiseRecord
                    IF PromiseWorkStatus NOT = "00"
                       DISPLAY "Unable To Write Promise.tmp, Status "
                          PromiseWorkStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PromiseFile, PromiseWorkFile
           PERFORM CopyWorkToPromises.

       CopyWorkToPromises.
           MOVE 'N' TO WorkEOF
           OPEN INPUT PromiseWorkFile
           IF PromiseWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Promise.tmp, Status "
                 PromiseWorkStatus
           ELSE
              OPEN OUTPUT PromiseFile
              IF PromiseStatus NOT = "00"
                 DISPLAY "Unable To Rewrite Promise.dat, Status "
                    PromiseStatus
                 CLOSE PromiseWorkFile
              ELSE
                 PERFORM UNTIL WorkEOF = 'Y'
                    READ PromiseWorkFile
                       AT END MOVE 'Y' TO WorkEOF
                       NOT AT END
                          WRITE PromiseRecord FROM PromiseWorkRecord
                          IF PromiseStatus NOT = "00"
                             DISPLAY "Unable To Write Promise.dat, "
                                "Status " PromiseStatus
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PromiseWorkFile, PromiseFile
              END-IF
           END-IF.

       WritePromise.
           OPEN EXTEND PromiseFile
           IF PromiseStatus = "35"
              OPEN OUTPUT PromiseFile
           END-IF
           IF PromiseStatus NOT = "00"
              DISPLAY "Unable To Open Promise.dat, Status "
                 PromiseStatus
              EXIT PARAGRAPH
           END-IF
           MOVE SelectCustID TO PRCustID
           MOVE RunDate TO PRTakenDate
           MOVE PromiseDate TO PRDueDate
           MOVE PromiseAmt TO PRAmount
           MOVE CurrentOperator TO PRCollector
           MOVE 'A' TO PRStatus
           MOVE ZERO TO PRPaidAmt PRClosedDate
           WRITE PromiseRecord
           IF PromiseStatus NOT = "00"
              DISPLAY "Unable To Write Promise.dat, Status "
                 PromiseStatus
           ELSE
              ADD 1 TO PromiseCount
              MOVE PromiseAmt TO AmountDisplay
              DISPLAY "Promise Of " AmountDisplay " By " PromiseDate
                 " Recorded, Dunning Held Until Then"
           END-IF
           CLOSE PromiseFile.

       WriteCall.
           OPEN EXTEND CallFile
           IF CallFileStatus = "35"
              OPEN OUTPUT CallFile
           END-IF
           IF CallFileStatus NOT = "00"
              DISPLAY "Unable To Open CollCall.dat, Status "
                 CallFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CCTimestamp
           MOVE SelectCustID TO CCCustID
           MOVE CurrentOperator TO CCCollector
           MOVE OutcomeCode TO CCOutcome
           MOVE CallNote TO CCNote
           WRITE CallRecord
           IF CallFileStatus NOT = "00"
              DISPLAY "Unable To Write CollCall.dat, Status "
                 CallFileStatus
           ELSE
              ADD 1 TO CallCount
              DISPLAY "Call Logged"
           END-IF
           CLOSE CallFile.

       ShowCallHistory.
           DISPLAY "Customer Number : " WITH NO ADVANCING
           MOVE ZERO TO SelectCustID
           ACCEPT SelectCustID
           MOVE SelectCustID TO IDNum
           PERFORM ReadCustomer
           DISPLAY " "
           DISPLAY "Customer " SelectCustID " " CustName
           DISPLAY "Calls :"
           MOVE 'N' TO CallEOF
           OPEN INPUT CallFile
           IF CallFileStatus = "00"
              PERFORM UNTIL CallEOF = 'Y'
                 READ CallFile
                    AT END MOVE 'Y' TO CallEOF
                    NOT AT END
                       IF CCCustID = SelectCustID
                          DISPLAY "  " CCDate " " CCCollector " "
                             CCOutcome " " CCNote
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CallFile
           END-IF
           DISPLAY "Promises (A Active, K Kept, B Broken, "
              "X Superseded) :"
           MOVE 'N' TO PromiseEOF
           OPEN INPUT PromiseFile
           IF PromiseStatus = "00"
              PERFORM UNTIL PromiseEOF = 'Y'
                 READ PromiseFile
                    AT END MOVE 'Y' TO PromiseEOF
                    NOT AT END
                       IF PRCustID = SelectCustID
                          MOVE PRAmount TO AmountDisplay
                          DISPLAY "  " PRTakenDate " Due " PRDueDate
                             " " AmountDisplay " " PRStatus " "
                             PRCollector
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PromiseFile
           END-IF.
