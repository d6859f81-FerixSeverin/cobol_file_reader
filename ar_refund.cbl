       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR_REFUND.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Customer credit balance refunds. Output is RefundReg.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT CreditReport ASSIGN TO "CreditBal.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CreditReportStatus.
           SELECT RefundRegister ASSIGN TO "RefundReg.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RefundRegStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARTimestampNum REDEFINES ARTimestamp.
              03 ARDate PIC 9(8).
              03 FILLER PIC X(13).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

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

       FD CreditReport.
       01 CreditLine PIC X(80).

       FD RefundRegister.
       01 RegisterLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARTransStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CreditReportStatus PIC XX VALUE "00".
       01 RefundRegStatus PIC XX VALUE "00".

       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 ARScanEOF PIC X.
       01 CustomerOpen PIC X VALUE 'N'.
       01 CustOnFile PIC X.
       01 CustName PIC X(31).
       01 PostingOpen PIC X VALUE 'Y'.
       01 ReviewAction PIC X.
       01 StopReview PIC X.
       01 RefundText PIC X(12).
       01 RefundAmt PIC 9(7)V99.
       01 CreditAmt PIC 9(9)V99.
       01 CurrentBal PIC S9(9)V99.
       01 RefundCount PIC 9(5) VALUE ZERO.
       01 CreditCustCount PIC 9(5).
       01 CreditTotal PIC 9(11)V99.
       01 RegisterDate PIC 9(8).
       01 RegisterCount PIC 9(5).
       01 RegisterTotal PIC 9(11)V99.
       01 AmountDisplay PIC $$,$$$,$$9.99-.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 BalCount PIC 9(5) VALUE ZERO.
       01 BalanceTable.
           02 BalEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON BalCount
                 INDEXED BY BX.
              03 CBCustID PIC 9(5).
              03 CBBalance PIC S9(9)V99.
              03 CBLastDate PIC 9(8).
       01 BalFound PIC X.
       01 BalTableFull PIC X.

       01 CreditHeading.
           02 FILLER PIC X(31) VALUE "CUSTOMER CREDIT BALANCES AS OF ".
           02 PrnCreditDate PIC 9(8).
       01 CreditHeads PIC X(80) VALUE
          "Cust   Name                             Last Activity" &
          "          Credit".
       01 CreditDetail.
           02 PrnCreditCust PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCreditName PIC X(31).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCreditLast PIC 9(8).
           02 FILLER PIC X(5) VALUE SPACES.
           02 PrnCreditAmt PIC $$$,$$$,$$9.99.
       01 CreditFooter.
           02 FILLER PIC X(16) VALUE "CUSTOMERS : ".
           02 PrnCreditCount PIC ZZZZ9.
           02 FILLER PIC X(32) VALUE
              "          TOTAL CREDIT BALANCES".
           02 PrnCreditTotal PIC $$$$,$$$,$$9.99.

       01 RegisterHeading.
           02 FILLER PIC X(25) VALUE "CUSTOMER REFUND REGISTER ".
           02 PrnRegDate PIC 9(8).
           02 FILLER PIC X(36) VALUE
              "    CHECKS TO BE ISSUED BY A/P".
       01 RegisterHeads PIC X(80) VALUE
          "Cust   Payee / Mail To                 Approved By   " &
          "          Amount".
       01 RegisterDetail.
           02 PrnRegCust PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnRegName PIC X(31).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnRegOper PIC X(8).
           02 FILLER PIC X(5) VALUE SPACES.
           02 PrnRegAmt PIC $$$,$$$,$$9.99.
       01 RegisterAddress.
           02 FILLER PIC X(7) VALUE SPACES.
           02 PrnRegAddress PIC X(60).
       01 RegisterFooter.
           02 FILLER PIC X(16) VALUE "REFUNDS : ".
           02 PrnRegCount PIC ZZZZ9.
           02 FILLER PIC X(32) VALUE
              "          TOTAL TO BE PAID".
           02 PrnRegTotal PIC $$$$,$$$,$$9.99.

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
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required For Refunds"
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
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustomerOpen
           ELSE
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
           END-IF
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "CUSTOMER REFUNDS"
              DISPLAY "1 : Credit Balance Report"
              DISPLAY "2 : Review Credit Balances For Refund"
              DISPLAY "3 : Refund Register"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM CreditBalanceReport
                 WHEN 2 PERFORM ReviewCredits
                 WHEN 3 PERFORM PrintRefundRegister
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           IF CustomerOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           DISPLAY "Refunds Approved : " RefundCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.

       BuildBalances.
           MOVE ZERO TO BalCount
           MOVE 'N' TO BalTableFull
           MOVE 'N' TO ARScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              MOVE 'Y' TO ARScanEOF
           END-IF
           PERFORM UNTIL ARScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ARScanEOF
                 NOT AT END PERFORM TallyBalance
              END-READ
           END-PERFORM
           IF ARTransStatus NOT = "35"
              CLOSE ARTransFile
           END-IF
           IF BalTableFull = 'Y'
              DISPLAY "Customer Balance Table Full At 5000, "
                 "Some Customers Not Listed"
           END-IF.

       TallyBalance.
           IF ARCustID IS NOT NUMERIC OR ARAmount IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO BalFound
           IF BalCount > 0
              SET BX TO 1
              SEARCH BalEntry
                 AT END CONTINUE
                 WHEN CBCustID(BX) = ARCustID
                    MOVE 'Y' TO BalFound
              END-SEARCH
           END-IF
           IF BalFound = 'N'
              IF BalCount >= 5000
                 MOVE 'Y' TO BalTableFull
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO BalCount
              SET BX TO BalCount
              MOVE ARCustID TO CBCustID(BX)
              MOVE ZERO TO CBBalance(BX) CBLastDate(BX)
           END-IF
           IF ARType = 'C' OR ARType = 'F' OR ARType = 'R'
              ADD ARAmount TO CBBalance(BX)
           ELSE
              SUBTRACT ARAmount FROM CBBalance(BX)
           END-IF
           IF ARDate IS NUMERIC AND ARDate > CBLastDate(BX)
              MOVE ARDate TO CBLastDate(BX)
           END-IF.

       CreditBalanceReport.
           PERFORM BuildBalances
           MOVE ZERO TO CreditCustCount CreditTotal
           OPEN OUTPUT CreditReport
           IF CreditReportStatus NOT = "00"
              DISPLAY "Unable To Open CreditBal.rpt, Status "
                 CreditReportStatus
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnCreditDate
           WRITE CreditLine FROM CreditHeading
           WRITE CreditLine FROM CreditHeads
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BalCount
              IF CBBalance(BX) < ZERO
                 PERFORM WriteCreditLine
              END-IF
           END-PERFORM
           MOVE CreditCustCount TO PrnCreditCount
           MOVE CreditTotal TO PrnCreditTotal
           WRITE CreditLine FROM CreditFooter
           IF CreditReportStatus NOT = "00"
              DISPLAY "Unable To Write CreditBal.rpt, Status "
                 CreditReportStatus
           END-IF
           CLOSE CreditReport
           MOVE CreditTotal TO AmountDisplay
           DISPLAY "Customers With Credit Balances : " CreditCustCount
              "  Total " AmountDisplay
           DISPLAY "Written To CreditBal.rpt".

       WriteCreditLine.
           COMPUTE CreditAmt = ZERO - CBBalance(BX)
           ADD 1 TO CreditCustCount
           ADD CreditAmt TO CreditTotal
           MOVE CBCustID(BX) TO IDNum
           PERFORM ReadCustomer
           MOVE CBCustID(BX) TO PrnCreditCust
           MOVE CustName TO PrnCreditName
           MOVE CBLastDate(BX) TO PrnCreditLast
           MOVE CreditAmt TO PrnCreditAmt
           WRITE CreditLine FROM CreditDetail.

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

       ReviewCredits.
           IF PostingOpen NOT = 'Y'
              DISPLAY "Posting Period " PCPeriod
                 " Is Closed, Refunds Not Accepted"
              EXIT PARAGRAPH
           END-IF
           PERFORM BuildBalances
           MOVE 'N' TO StopReview
           MOVE ZERO TO CreditCustCount
           PERFORM VARYING BX FROM 1 BY 1
                 UNTIL BX > BalCount OR StopReview = 'Y'
              IF CBBalance(BX) < ZERO
                 ADD 1 TO CreditCustCount
                 PERFORM ReviewOneCredit
              END-IF
           END-PERFORM
           IF CreditCustCount = ZERO
              DISPLAY "No Customers Carry A Credit Balance"
           END-IF.

       ReviewOneCredit.
           COMPUTE CreditAmt = ZERO - CBBalance(BX)
           MOVE CBCustID(BX) TO IDNum
           PERFORM ReadCustomer
           MOVE CreditAmt TO AmountDisplay
           DISPLAY " "
           DISPLAY "Customer " CBCustID(BX) " " CustName
           DISPLAY "Credit Balance : " AmountDisplay
              "  Last Activity : " CBLastDate(BX)
           IF CustOnFile = 'N'
              DISPLAY "Customer Not On File, No Address To Pay"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Refund (Y)es, (P)art, (N)o, (Q)uit : "
              WITH NO ADVANCING
           MOVE SPACE TO ReviewAction
           ACCEPT ReviewAction
           MOVE FUNCTION UPPER-CASE(ReviewAction) TO ReviewAction
           EVALUATE ReviewAction
              WHEN 'Y'
                 MOVE CreditAmt TO RefundAmt
              WHEN 'P'
                 DISPLAY "Refund Amount (e.g. 25.00) : "
                    WITH NO ADVANCING
                 ACCEPT RefundText
                 IF FUNCTION TEST-NUMVAL(RefundText) NOT = ZERO
                    DISPLAY "Amount Not Valid, No Refund"
                    EXIT PARAGRAPH
                 END-IF
                 COMPUTE RefundAmt = FUNCTION NUMVAL(RefundText)
                    ON SIZE ERROR MOVE ZERO TO RefundAmt
                 END-COMPUTE
              WHEN 'Q'
                 MOVE 'Y' TO StopReview
                 EXIT PARAGRAPH
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           PERFORM RecheckBalance
           IF CurrentBal >= ZERO
              DISPLAY "Customer No Longer Has A Credit, No Refund"
              EXIT PARAGRAPH
           END-IF
           COMPUTE CreditAmt = ZERO - CurrentBal
           IF RefundAmt = ZERO OR RefundAmt > CreditAmt
              MOVE CreditAmt TO AmountDisplay
              DISPLAY "Refund Must Be Between 0.01 And "
                 AmountDisplay ", No Refund"
              EXIT PARAGRAPH
           END-IF
           PERFORM WriteRefund
           IF ARTransStatus = "00"
              ADD 1 TO RefundCount
              MOVE RefundAmt TO AmountDisplay
              DISPLAY "Refund Of " AmountDisplay " Approved"
           END-IF.

       RecheckBalance.
           MOVE ZERO TO CurrentBal
           MOVE 'N' TO ARScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              MOVE 'Y' TO ARScanEOF
           END-IF
           PERFORM UNTIL ARScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ARScanEOF
                 NOT AT END
                    IF ARCustID = CBCustID(BX)
                       AND ARAmount IS NUMERIC
                       IF ARType = 'C' OR ARType = 'F'
                          OR ARType = 'R'
                          ADD ARAmount TO CurrentBal
                       ELSE
                          SUBTRACT ARAmount FROM CurrentBal
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF ARTransStatus NOT = "35"
              CLOSE ARTransFile
           END-IF.

       WriteRefund.
           OPEN EXTEND ARTransFile
           IF ARTransStatus = "35"
              OPEN OUTPUT ARTransFile
           END-IF
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Open ARTrans.dat, Status "
                 ARTransStatus
           ELSE
              MOVE FUNCTION CURRENT-DATE TO ARTimestamp
              MOVE CBCustID(BX) TO ARCustID
              MOVE 'R' TO ARType
              MOVE RefundAmt TO ARAmount
              MOVE "REFUND" TO ARRef
              MOVE ZERO TO ARInvNum
              MOVE CurrentOperator TO AROperator
              WRITE ARTransRecord
              MOVE "WRITE" TO AJAction
              MOVE ARTransRecord TO AJAfter
              PERFORM WriteARJournal
              IF ARTransStatus NOT = "00"
                 DISPLAY "Unable To Write ARTrans.dat, Status "
                    ARTransStatus
              END-IF
              CLOSE ARTransFile
           END-IF.

       PrintRefundRegister.
           DISPLAY " "
           DISPLAY "Register Date (YYYYMMDD, 0 = Today) : "
              WITH NO ADVANCING
           ACCEPT RegisterDate
           IF RegisterDate = ZERO
              MOVE RunDate TO RegisterDate
           END-IF
           MOVE ZERO TO RegisterCount RegisterTotal
           OPEN OUTPUT RefundRegister
           IF RefundRegStatus NOT = "00"
              DISPLAY "Unable To Open RefundReg.rpt, Status "
                 RefundRegStatus
              EXIT PARAGRAPH
           END-IF
           MOVE RegisterDate TO PrnRegDate
           WRITE RegisterLine FROM RegisterHeading
           WRITE RegisterLine FROM RegisterHeads
           MOVE 'N' TO ARScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              MOVE 'Y' TO ARScanEOF
           END-IF
           PERFORM UNTIL ARScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ARScanEOF
                 NOT AT END
                    IF ARType = 'R'
                       AND ARDate IS NUMERIC
                       AND ARDate = RegisterDate
                       AND ARAmount IS NUMERIC
                       PERFORM WriteRegisterLine
                    END-IF
              END-READ
           END-PERFORM
           IF ARTransStatus NOT = "35"
              CLOSE ARTransFile
           END-IF
           MOVE RegisterCount TO PrnRegCount
           MOVE RegisterTotal TO PrnRegTotal
           WRITE RegisterLine FROM RegisterFooter
           IF RefundRegStatus NOT = "00"
              DISPLAY "Unable To Write RefundReg.rpt, Status "
                 RefundRegStatus
           END-IF
           CLOSE RefundRegister
           DISPLAY "Refunds On Register : " RegisterCount
           DISPLAY "Written To RefundReg.rpt".

       WriteRegisterLine.
           ADD 1 TO RegisterCount
           ADD ARAmount TO RegisterTotal
           MOVE ARCustID TO IDNum
           PERFORM ReadCustomer
           MOVE ARCustID TO PrnRegCust
           MOVE CustName TO PrnRegName
           MOVE AROperator TO PrnRegOper
           MOVE ARAmount TO PrnRegAmt
           WRITE RegisterLine FROM RegisterDetail
           IF CustOnFile = 'Y'
              MOVE SPACES TO PrnRegAddress
              STRING FUNCTION TRIM(Street) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(City) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 State DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 Zip DELIMITED BY SIZE
                 INTO PrnRegAddress
              END-STRING
              WRITE RegisterLine FROM RegisterAddress
           END-IF.

       WriteARJournal.
           CALL "AR_JOURNAL" USING ARJournalRequest
              ON EXCEPTION CONTINUE
           END-CALL.
