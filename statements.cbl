           SELECT ContractFile ASSIGN TO "Contract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ContractStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BillToStatus.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT EDelivPrefFile ASSIGN TO "EDelivPref.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EDelivPrefStatus.
           SELECT ContactFile ASSIGN TO "CustContact.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ContactKey
              FILE STATUS IS ContactFileStatus.
           SELECT BounceFile ASSIGN TO "EBounce.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BounceStatus.
           SELECT EDelivOutFile ASSIGN TO "EDelivOut.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EDelivOutStatus.
           SELECT EDelivLogFile ASSIGN TO "EDelivLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EDelivLogStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WOrderTransRecord.
           02 WOTBillTo PIC 9(5).
           02 WOTOrderLine.
              03 WOTTimestamp PIC X(21).
              03 WOTCustID PIC 9(5).
              03 WOTProdName PIC X(10).
              03 WOTSize PIC A.
              03 WOTQty PIC 9(5).
              03 WOTUnitPrice PIC 9(3)V99.
              03 WOTExtPrice PIC 9(7)V99.
              03 WOTStatus PIC X.
              03 WOTOrdNum PIC 9(7).
              03 WOTOperator PIC X(8).
              03 WOTLineNum PIC 9(3).
              03 WOTTaxAmt PIC 9(5)V99.

       FD OrderTransFile.
       01 OrderTransRecord.

       FD SortedOrders.
       01 SortedOrderRecord.
           02 SOTBillTo PIC 9(5).
           02 SOTTimestamp PIC X(21).
           02 SOTCustID PIC 9(5).
           02 SOTProdName PIC X(10).
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

       FD StatementReport.
       01 PrintLine PIC X(70).

       FD EDelivPrefFile.
       01 EDelivPrefRecord.
           02 EPCustID PIC 9(5).
           02 EPOptIn PIC X.
           02 EPDate PIC 9(8).
           02 EPOperator PIC X(8).

       FD ContactFile.
       01 ContactData.
           02 ContactKey.
              03 CCCustID PIC 9(5).
              03 CCSeq PIC 9(3).
           02 CCType PIC X(5).
           02 CCValue PIC X(40).

       FD BounceFile.
       01 BounceRecord.
           02 EBEmail PIC X(40).
           02 EBDate PIC 9(8).
           02 EBReason PIC X(30).

       FD EDelivOutFile.
       01 EDelivOutRecord.
           02 EOCustID PIC 9(5).
           02 EODocType PIC X(4).
           02 EODocRef PIC X(10).
           02 EOEmail PIC X(40).
           02 EOLineNum PIC 9(3).
           02 EOText PIC X(70).

       FD EDelivLogFile.
       01 EDelivLogRecord.
           02 ELTimestamp PIC X(21).
           02 ELCustID PIC 9(5).
           02 ELDocType PIC X(4).
           02 ELDocRef PIC X(10).
           02 ELEmail PIC X(40).
           02 ELResult PIC X(8).
           02 ELLines PIC 9(3).

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 CNEffFrom PIC 9(8).
           02 CNEffTo PIC 9(8).

       FD BillToFile.
       01 BillToRecord.
           02 BRBranchID PIC 9(5).
           02 BRParentID PIC 9(5).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 OrderTransEOF PIC X.
       01 SortedOrdersStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".
       01 ProdOpen PIC X VALUE 'N'.
       01 SortedEOF PIC X VALUE 'N'.
       01 CurrentCustID PIC 9(5) VALUE ZERO.
       01 CurrentBranch PIC 9(5) VALUE ZERO.
       01 Consolidated PIC X VALUE 'N'.
       01 CustomerOnFile PIC X.
       01 PriceFound PIC X.
       01 UnitPrice PIC 9(3)V99.
       01 StatementFreight PIC 9(7)V99 VALUE ZERO.
       01 RunTaxTotal PIC 9(9)V99 VALUE ZERO.
       01 StatementCount PIC 9(5) VALUE ZERO.
       01 StatementsSent PIC 9(5) VALUE ZERO.
       01 DocLine PIC X(70).
       01 OrderMastStatus PIC XX VALUE "00".
       01 MastOpen PIC X VALUE 'N'.
       01 CurrentOrdNum PIC 9(7) VALUE ZERO.
       01 ARTransStatus PIC XX VALUE "00".
       01 CreditScanEOF PIC X.
       01 StatementCredits PIC 9(7)V99 VALUE ZERO.
       01 StatementRefunds PIC 9(7)V99 VALUE ZERO.

       01 StmtCustCount PIC 9(3) VALUE ZERO.
       01 StmtCustTable.
              03 ACCustID PIC 9(5).
              03 ACCharges PIC 9(9)V99.
              03 ACCredits PIC 9(9)V99.
              03 ACRefunds PIC 9(9)V99.
       01 ARBalance PIC S9(9)V99.
       01 ARStmtEOF PIC X.
       01 CustSeen PIC X.
           02 FILLER PIC X(24) VALUE "STATEMENT FOR CUSTOMER :".
           02 FILLER PIC X VALUE SPACE.
           02 PrnStmtCustID PIC 9(5).
       01 BranchHeading.
           02 FILLER PIC X(7) VALUE "BRANCH ".
           02 PrnBranchID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBranchName PIC X(31).
       01 DetailHeads PIC X(52) VALUE
          "Product    Size    Quantity  Unit Price    Extended".
       01 StatementDetailLine.
           02 FILLER PIC X(18) VALUE "RETURN CREDITS :".
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatementCredits PIC $$$,$$$,$$9.99.
       01 RefundTotalLine.
           02 FILLER PIC X(18) VALUE "REFUNDS ISSUED :".
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatementRefunds PIC $$$,$$$,$$9.99.
       01 FreightTotalLine.
           02 FILLER PIC X(18) VALUE "FREIGHT :".
           02 FILLER PIC X VALUE SPACE.
       01 ARCreditsLine.
           02 FILLER PIC X(19) VALUE "PAYMENTS/CREDITS :".
           02 PrnARCredits PIC $$$,$$$,$$9.99.
       01 ARRefundsLine.
           02 FILLER PIC X(19) VALUE "REFUNDS ISSUED :".
           02 PrnARRefunds PIC $$$,$$$,$$9.99.
       01 ARBalanceLine.
           02 FILLER PIC X(19) VALUE "BALANCE DUE :".
           02 PrnARBalance PIC $$$,$$$,$$9.99-.
       01 ContractDate PIC 9(8).

       COPY SITEWS.
       COPY BILLTOWS.
       COPY EDELIVWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM OpenProductFile
           PERFORM LoadEffPrices
           PERFORM LoadContracts
           PERFORM LoadBillToTable
           PERFORM LoadEDeliv
           SORT WorkFile
              ON ASCENDING KEY WOTBillTo
              ON ASCENDING KEY WOTCustID
              ON ASCENDING KEY WOTOrdNum
              INPUT PROCEDURE IS ReleaseOrderLines
              GIVING SortedOrders
           PERFORM PrintStatements
           IF ProdOpen = 'Y'
              CLOSE ProductFile
           END-IF
           DISPLAY "Statements Written : " StatementCount
           DISPLAY "Statements Sent By Email : " StatementsSent.
           GOBACK.

       COPY SITEPROC.

       COPY BILLTOPROC.

       COPY EDELIVPROC.

       ReleaseOrderLines.
           MOVE 'N' TO OrderTransEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OrderTransEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO OrderTransEOF
                 NOT AT END
                    MOVE OTCustID TO BillToWanted
                    PERFORM FindBillTo
                    MOVE BillToID TO WOTBillTo
                    MOVE OrderTransRecord TO WOTOrderLine
                    RELEASE WOrderTransRecord
              END-READ
           END-PERFORM
           CLOSE OrderTransFile.

       LoadContracts.
           MOVE ZERO TO ContractCount
           MOVE 'N' TO ContractEOF
           IF SOTStatus = 'C' OR SOTStatus = 'H'
              EXIT PARAGRAPH
           END-IF
           IF SOTBillTo NOT = CurrentCustID
              IF CurrentCustID NOT = ZERO
                 PERFORM PrintStatementTotal
              END-IF
              MOVE SOTBillTo TO CurrentCustID
              PERFORM PrintStatementHeading
              MOVE ZERO TO CurrentBranch
           END-IF
           IF Consolidated = 'Y' AND SOTCustID NOT = CurrentBranch
              MOVE SOTCustID TO CurrentBranch
              PERFORM PrintBranchHeading
           END-IF
           IF SOTOrdNum IS NUMERIC AND SOTOrdNum NOT = CurrentOrdNum
              MOVE SOTOrdNum TO CurrentOrdNum
                 ADD SOTTaxAmt TO StatementTax
                 ADD SOTTaxAmt TO RunTaxTotal
              END-IF
              MOVE StatementDetailLine TO DocLine
              PERFORM PutDocLine
           ELSE
              MOVE SOTProdName TO PrnNoPriceProd
              MOVE SOTSize TO PrnNoPriceSize
              MOVE SOTQty TO PrnNoPriceQty
              MOVE NoPriceLine TO DocLine
              PERFORM PutDocLine
           END-IF
           IF StatementReportStatus NOT = "00"
              DISPLAY "Unable To Write Statement.rpt, Status "
           END-PERFORM.

       SumReturnCredits.
           MOVE ZERO TO StatementCredits StatementRefunds
           MOVE 'N' TO CreditScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              READ ARTransFile
                 AT END MOVE 'Y' TO CreditScanEOF
                 NOT AT END
                    MOVE ZERO TO BillToID
                    IF ARCustID IS NUMERIC
                       MOVE ARCustID TO BillToWanted
                       PERFORM FindBillTo
                    END-IF
                    IF BillToID = CurrentCustID
                       AND ARType = 'A'
                       AND ARRef(1:3) = "RMA"
                       AND ARAmount IS NUMERIC
                          = RunPeriod
                       ADD ARAmount TO StatementCredits
                    END-IF
                    IF BillToID = CurrentCustID
                       AND ARType = 'R'
                       AND ARAmount IS NUMERIC
                       AND ARTimestamp(1:6) IS NUMERIC
                       AND FUNCTION NUMVAL(ARTimestamp(1:6))
                          = RunPeriod
                       ADD ARAmount TO StatementRefunds
                    END-IF
              END-READ
           END-PERFORM
           IF ARTransStatus NOT = "35"
           END-IF.

       PrintStatementHeading.
           MOVE CurrentCustID TO EDelivCustID
           PERFORM CheckEDeliv
           MOVE "STMT" TO EDelivDocType
           MOVE RunPeriod TO EDelivDocRef
           PERFORM StartEDelivDoc
           MOVE ZERO TO StatementTotal
           MOVE ZERO TO StatementTax
           MOVE ZERO TO StatementFreight
              ADD 1 TO StmtCustCount
              MOVE CurrentCustID TO SCCustID(StmtCustCount)
           END-IF
           MOVE SPACES TO DocLine
           PERFORM PutDocLine
           MOVE CurrentCustID TO PrnStmtCustID
           MOVE StatementHeading TO DocLine
           PERFORM PutDocLine
           MOVE CurrentCustID TO IDNum
           MOVE 'Y' TO CustomerOnFile
           READ CustomerFile
              INVALID KEY MOVE 'N' TO CustomerOnFile
           END-READ
           IF CustomerOnFile = 'N'
              MOVE "CUSTOMER NOT ON FILE" TO DocLine
              PERFORM PutDocLine
           ELSE
              MOVE SPACES TO NameLine
              STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                 FUNCTION TRIM(LastName) DELIMITED BY SIZE
                 INTO NameLine
              END-STRING
              MOVE NameLine TO DocLine
              PERFORM PutDocLine
              MOVE Street TO DocLine
              PERFORM PutDocLine
              MOVE Zip TO ZipDisplay
              MOVE SPACES TO CityStateZip
              STRING FUNCTION TRIM(City) DELIMITED BY SIZE
                 ZipDisplay DELIMITED BY SIZE
                 INTO CityStateZip
              END-STRING
              MOVE CityStateZip TO DocLine
              PERFORM PutDocLine
           END-IF
           MOVE CurrentCustID TO BillToWanted
           PERFORM CheckBillToParent
           MOVE BillToIsParent TO Consolidated
           IF Consolidated = 'Y'
              MOVE "CONSOLIDATED FOR ALL BRANCHES" TO DocLine
              PERFORM PutDocLine
           END-IF
           MOVE DetailHeads TO DocLine
           PERFORM PutDocLine
           IF StatementReportStatus NOT = "00"
              DISPLAY "Unable To Write Statement.rpt, Status "
                 StatementReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF.

       PrintBranchHeading.
           MOVE CurrentBranch TO PrnBranchID
           MOVE CurrentBranch TO IDNum
           READ CustomerFile
              INVALID KEY
                 MOVE "CUSTOMER NOT ON FILE" TO PrnBranchName
              NOT INVALID KEY
                 MOVE SPACES TO PrnBranchName
                 STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    FUNCTION TRIM(LastName) DELIMITED BY SIZE
                    INTO PrnBranchName
                 END-STRING
           END-READ
           MOVE BranchHeading TO DocLine
           PERFORM PutDocLine.

       PrintStatementTotal.
           IF StatementFreight > ZERO
              MOVE StatementFreight TO PrnStatementFreight
              MOVE FreightTotalLine TO DocLine
              PERFORM PutDocLine
           END-IF
           MOVE StatementTax TO PrnStatementTax
           MOVE TaxTotalLine TO DocLine
           PERFORM PutDocLine
           PERFORM SumReturnCredits
           IF StatementCredits > ZERO
              MOVE StatementCredits TO PrnStatementCredits
              MOVE CreditTotalLine TO DocLine
              PERFORM PutDocLine
           END-IF
           IF StatementRefunds > ZERO
              MOVE StatementRefunds TO PrnStatementRefunds
              MOVE RefundTotalLine TO DocLine
              PERFORM PutDocLine
           END-IF
           COMPUTE StatementTotal =
              StatementTotal + StatementTax + StatementFreight
              - StatementCredits + StatementRefunds
           MOVE StatementTotal TO PrnStatementTotal
           MOVE StatementTotalLine TO DocLine
           PERFORM PutDocLine
           IF StatementReportStatus NOT = "00"
              DISPLAY "Unable To Write Statement.rpt, Status "
                 StatementReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM EndStatementDoc.

       EndStatementDoc.
           IF EDelivOn = 'Y'
              ADD 1 TO StatementsSent
           END-IF
           PERFORM EndEDelivDoc.

       PutDocLine.
           IF EDelivOn = 'Y'
              MOVE DocLine TO EDelivText
              PERFORM PutEDelivLine
           ELSE
              WRITE PrintLine FROM DocLine
           END-IF.

       PrintARStatements.
           IF ARCustID IS NOT NUMERIC OR ARAmount IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE ARCustID TO BillToWanted
           PERFORM FindBillTo
           MOVE 'N' TO CustSeen
           IF ARCustCount > 0
              SET ACX TO 1
              SEARCH ACEntry
                 AT END CONTINUE
                 WHEN ACCustID(ACX) = BillToID
                    MOVE 'Y' TO CustSeen
              END-SEARCH
           END-IF
              END-IF
              ADD 1 TO ARCustCount
              SET ACX TO ARCustCount
              MOVE BillToID TO ACCustID(ACX)
              MOVE ZERO TO ACCharges(ACX)
              MOVE ZERO TO ACCredits(ACX)
              MOVE ZERO TO ACRefunds(ACX)
           END-IF
           EVALUATE ARType
              WHEN 'C'
              WHEN 'F'
                 ADD ARAmount TO ACCharges(ACX)
              WHEN 'R'
                 ADD ARAmount TO ACRefunds(ACX)
              WHEN OTHER
                 ADD ARAmount TO ACCredits(ACX)
           END-EVALUATE.

       PrintOneARStatement.
           MOVE 'N' TO CustSeen
           IF CustSeen = 'Y'
              EXIT PARAGRAPH
           END-IF
           COMPUTE ARBalance = ACCharges(ACX) + ACRefunds(ACX)
              - ACCredits(ACX)
           IF ARBalance = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE ACCustID(ACX) TO CurrentCustID
           PERFORM PrintStatementHeading
           MOVE ACCharges(ACX) TO PrnARCharges
           MOVE ARChargesLine TO DocLine
           PERFORM PutDocLine
           MOVE ACCredits(ACX) TO PrnARCredits
           MOVE ARCreditsLine TO DocLine
           PERFORM PutDocLine
           IF ACRefunds(ACX) > ZERO
              MOVE ACRefunds(ACX) TO PrnARRefunds
              MOVE ARRefundsLine TO DocLine
              PERFORM PutDocLine
           END-IF
           MOVE ARBalance TO PrnARBalance
           MOVE ARBalanceLine TO DocLine
           PERFORM PutDocLine
           IF StatementReportStatus NOT = "00"
              DISPLAY "Unable To Write Statement.rpt, Status "
                 StatementReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM EndStatementDoc.
