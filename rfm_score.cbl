       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFM_SCORE.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Recency, frequency and monetary scores to Segment.dat. Output
      *> is RfmScore.rpt and WinBack.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'rfmwork.tmp'.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT HistFile ASSIGN TO HistFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HistFileStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT SegmentFile ASSIGN TO "Segment.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SegmentStatus.
           SELECT RfmCtlFile ASSIGN TO "RFM.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RfmCtlStatus.
           SELECT ScoreReport ASSIGN TO "RfmScore.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ScoreReportStatus.
           SELECT WinBackReport ASSIGN TO "WinBack.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WinBackStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WSortRecord.
           02 WSortCustID PIC 9(5).
           02 WSortOrdNum PIC 9(7).
           02 WSortDate PIC 9(8).
           02 WSortAmount PIC 9(7)V99.

       FD OrderMastFile.
       01 OrderMastData.
           02 OMOrdNum PIC 9(7).
           02 OMTimestamp PIC X(21).
           02 OMTimestampNum REDEFINES OMTimestamp.
              03 OMDate PIC 9(8).
              03 FILLER PIC X(13).
           02 OMCustID PIC 9(5).
           02 OMLineCount PIC 9(3).
           02 OMTaxAmt PIC 9(7)V99.
           02 OMFreightAmt PIC 9(5)V99.
           02 OMOrdTotal PIC 9(7)V99.
           02 OMStatus PIC X.
           02 OMOperator PIC X(8).
           02 OMInvNum PIC 9(7).

       FD HistFile.
       01 HistRecord.
           02 HTTimestamp PIC X(21).
           02 HTTimestampNum REDEFINES HTTimestamp.
              03 HTDate PIC 9(8).
              03 FILLER PIC X(13).
           02 HTCustID PIC 9(5).
           02 HTProdName PIC X(10).
           02 HTSize PIC A.
           02 HTQty PIC 9(5).
           02 HTUnitPrice PIC 9(3)V99.
           02 HTExtPrice PIC 9(7)V99.
           02 HTStatus PIC X.
           02 HTOrdNum PIC 9(7).
           02 HTOperator PIC X(8).
           02 HTLineNum PIC 9(3).
           02 HTTaxAmt PIC 9(5)V99.

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

       FD SegmentFile.
       01 SegmentRecord.
           02 SGCustID PIC 9(5).
           02 SGSegment PIC X(8).
           02 SGRecency PIC 9.
           02 SGFrequency PIC 9.
           02 SGMonetary PIC 9.
           02 SGLastOrder PIC 9(8).
           02 SGOrders PIC 9(5).
           02 SGSpend PIC 9(9)V99.
           02 SGScoreDate PIC 9(8).

       FD RfmCtlFile.
       01 RfmCtlRecord.
           02 RCRecencyDays PIC 9(4) OCCURS 4 TIMES.
           02 FILLER PIC X.
           02 RCFreqOrders PIC 9(3) OCCURS 4 TIMES.
           02 FILLER PIC X.
           02 RCSpend PIC 9(7) OCCURS 4 TIMES.

       FD ScoreReport.
       01 PrintLine PIC X(80).

       FD WinBackReport.
       01 WinBackLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 OrderMastStatus PIC XX VALUE "00".
       01 HistFileStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 SegmentStatus PIC XX VALUE "00".
       01 RfmCtlStatus PIC XX VALUE "00".
       01 ScoreReportStatus PIC XX VALUE "00".
       01 WinBackStatus PIC XX VALUE "00".
       01 HistFileName PIC X(30).
       01 ScanEOF PIC X.
       01 CustomerEOF PIC X VALUE 'N'.
       01 SortedEOF PIC X VALUE 'N'.
       01 OrderMastOpen PIC X VALUE 'N'.
       01 HistOrdOnMast PIC X VALUE 'N'.
       01 LastHistOrd PIC 9(7) VALUE ZERO.
       01 FilesRead PIC 9(3) VALUE ZERO.
       01 OrdersReleased PIC 9(7) VALUE ZERO.
       01 CustomersScored PIC 9(5) VALUE ZERO.
       01 WinBackCount PIC 9(5) VALUE ZERO.
       01 SkippedOptOut PIC 9(5) VALUE ZERO.
       01 SkippedNoAddress PIC 9(5) VALUE ZERO.

       01 RunDate PIC 9(8).
       01 RunDateParts REDEFINES RunDate.
           02 RunYear PIC 9(4).
           02 RunMonth PIC 99.
           02 FILLER PIC 99.
       01 WorkPeriod PIC 9(6).
       01 WorkPeriodParts REDEFINES WorkPeriod.
           02 WPYear PIC 9(4).
           02 WPMonth PIC 99.
       01 MonthSub PIC 99.

       01 RfmLimitValues.
           02 FILLER PIC X(16) VALUE "0030009001800365".
           02 FILLER PIC X(12) VALUE "012006003002".
           02 FILLER PIC X(28) VALUE
              "0005000000200000000500000100".
       01 RfmLimits REDEFINES RfmLimitValues.
           02 RfmRecencyDays PIC 9(4) OCCURS 4 TIMES.
           02 RfmFreqOrders PIC 9(3) OCCURS 4 TIMES.
           02 RfmSpend PIC 9(7) OCCURS 4 TIMES.
       01 LimitSub PIC 9.

       01 OrderMerch PIC S9(7)V99.
       01 CustOrders PIC 9(5).
       01 CustSpend PIC 9(9)V99.
       01 CustLastOrder PIC 9(8).
       01 CustLastOrdNum PIC 9(7).
       01 DaysSince PIC 9(7).
       01 RecencyScore PIC 9.
       01 FrequencyScore PIC 9.
       01 MonetaryScore PIC 9.
       01 CustSegment PIC X(8).

       01 SegmentNames PIC X(56) VALUE
          "CHAMPIONLOYAL   NEW     ACTIVE  ATRISK  LAPSED  NEVER   ".
       01 SegmentNameTable REDEFINES SegmentNames.
           02 SegmentName OCCURS 7 TIMES PIC X(8).
       01 SegSub PIC 9.
       01 SegmentTotals.
           02 SegmentTotal OCCURS 7 TIMES.
              03 STCustomers PIC 9(5).
              03 STSpend PIC 9(11)V99.
       01 GrandCustomers PIC 9(5) VALUE ZERO.
       01 GrandSpend PIC 9(11)V99 VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(28) VALUE "RFM CUSTOMER SEGMENTS AS OF ".
           02 PrnRunDate PIC 9(8).
       01 ScoreHeads PIC X(50) VALUE
          "Segment   Customers             Spend".
       01 ScoreDetailLine.
           02 PrnSegment PIC X(8).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnSegCount PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSegSpend PIC $$$,$$$,$$$,$$9.99.

       01 WinBackHeading.
           02 FILLER PIC X(31) VALUE "WIN-BACK LIST, LAPSED CUSTOMERS".
           02 FILLER PIC X(7) VALUE " AS OF ".
           02 PrnWBRunDate PIC 9(8).
       01 WinBackHeads.
           02 FILLER PIC X(38) VALUE "Cust  Name".
           02 FILLER PIC X(24) VALUE "Address".
           02 FILLER PIC X(36) VALUE
              "Last Order Orders        Spend".
       01 WinBackDetailLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(31).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCityStateZip PIC X(23).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLastOrder PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOrders PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSpend PIC $$,$$$,$$9.99.
       01 WinBackFooter.
           02 FILLER PIC X(22) VALUE "Win-Back Customers : ".
           02 PrnWinBackCount PIC ZZZZ9.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM ReadRfmCtl
           INITIALIZE SegmentTotals
           SORT WorkFile ON ASCENDING KEY WSortCustID WSortOrdNum
              INPUT PROCEDURE IS SelectOrders
              OUTPUT PROCEDURE IS ScoreCustomers
           PERFORM WriteScoreReport
           DISPLAY "History Files Read : " FilesRead
           DISPLAY "Order Records Sorted : " OrdersReleased
           DISPLAY "Customers Scored : " CustomersScored
           DISPLAY "Win-Back Customers Listed : " WinBackCount
           IF SkippedOptOut > 0
              DISPLAY "Skipped, Opted Out Of Mailings : "
                 SkippedOptOut
           END-IF
           IF SkippedNoAddress > 0
              DISPLAY "Skipped, No Address On File : "
                 SkippedNoAddress
           END-IF.
           GOBACK.

       COPY SITEPROC.

       ReadRfmCtl.
           OPEN INPUT RfmCtlFile
           IF RfmCtlStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RfmCtlFile
              AT END CONTINUE
              NOT AT END
                 PERFORM VARYING LimitSub FROM 1 BY 1
                    UNTIL LimitSub > 4
                    IF RCRecencyDays(LimitSub) IS NUMERIC
                       MOVE RCRecencyDays(LimitSub)
                          TO RfmRecencyDays(LimitSub)
                    END-IF
                    IF RCFreqOrders(LimitSub) IS NUMERIC
                       MOVE RCFreqOrders(LimitSub)
                          TO RfmFreqOrders(LimitSub)
                    END-IF
                    IF RCSpend(LimitSub) IS NUMERIC
                       MOVE RCSpend(LimitSub) TO RfmSpend(LimitSub)
                    END-IF
                 END-PERFORM
           END-READ
           CLOSE RfmCtlFile.

       SelectOrders.
           MOVE 'N' TO ScanEOF
           OPEN INPUT OrderMastFile
           IF OrderMastStatus = "00"
              MOVE 'Y' TO OrderMastOpen
           ELSE
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ OrderMastFile NEXT RECORD
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF OMStatus NOT = 'C'
                       AND OMStatus NOT = 'H'
                       AND OMDate IS NUMERIC
                       AND OMOrdTotal IS NUMERIC
                       AND OMTaxAmt IS NUMERIC
                       AND OMFreightAmt IS NUMERIC
                       COMPUTE OrderMerch =
                          OMOrdTotal - OMTaxAmt - OMFreightAmt
                       IF OrderMerch < ZERO
                          MOVE ZERO TO OrderMerch
                       END-IF
                       MOVE OMCustID TO WSortCustID
                       MOVE OMOrdNum TO WSortOrdNum
                       MOVE OMDate TO WSortDate
                       MOVE OrderMerch TO WSortAmount
                       RELEASE WSortRecord
                       ADD 1 TO OrdersReleased
                    END-IF
              END-READ
           END-PERFORM
           MOVE RunYear TO WPYear
           MOVE RunMonth TO WPMonth
           PERFORM VARYING MonthSub FROM 1 BY 1 UNTIL MonthSub > 60
              PERFORM ReadOneHistFile
              IF WPMonth = 1
                 SUBTRACT 1 FROM WPYear
                 MOVE 12 TO WPMonth
              ELSE
                 SUBTRACT 1 FROM WPMonth
              END-IF
           END-PERFORM
           IF OrderMastOpen = 'Y'
              CLOSE OrderMastFile
           END-IF.

       ReadOneHistFile.
           MOVE SPACES TO HistFileName
           STRING "OrderHist." DELIMITED BY SIZE
              WorkPeriod DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO HistFileName
           END-STRING
           MOVE 'N' TO ScanEOF
           OPEN INPUT HistFile
           IF HistFileStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           ELSE
              ADD 1 TO FilesRead
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ HistFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF HTDate IS NUMERIC
                       AND HTStatus NOT = 'C'
                       AND HTStatus NOT = 'H'
                       AND HTExtPrice IS NUMERIC
                       PERFORM CheckHistOrder
                       IF HistOrdOnMast = 'N'
                          MOVE HTCustID TO WSortCustID
                          MOVE HTOrdNum TO WSortOrdNum
                          MOVE HTDate TO WSortDate
                          MOVE HTExtPrice TO WSortAmount
                          RELEASE WSortRecord
                          ADD 1 TO OrdersReleased
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF HistFileStatus NOT = "35"
              CLOSE HistFile
           END-IF.

       CheckHistOrder.
           IF HTOrdNum = LastHistOrd
              EXIT PARAGRAPH
           END-IF
           MOVE HTOrdNum TO LastHistOrd
           MOVE 'N' TO HistOrdOnMast
           IF OrderMastOpen = 'Y'
              MOVE HTOrdNum TO OMOrdNum
              MOVE 'Y' TO HistOrdOnMast
              READ OrderMastFile
                 INVALID KEY MOVE 'N' TO HistOrdOnMast
              END-READ
           END-IF.

       ScoreCustomers.
           OPEN INPUT CustomerFile
           IF CustomerFileStatus NOT = "00"
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
              MOVE 1 TO RETURN-CODE
              MOVE 'Y' TO CustomerEOF
           END-IF
           OPEN OUTPUT SegmentFile
           IF SegmentStatus NOT = "00"
              DISPLAY "Unable To Open Segment.dat, Status "
                 SegmentStatus
              MOVE 1 TO RETURN-CODE
              MOVE 'Y' TO CustomerEOF
           END-IF
           OPEN OUTPUT WinBackReport
           IF WinBackStatus NOT = "00"
              DISPLAY "Unable To Open WinBack.rpt, Status "
                 WinBackStatus
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE RunDate TO PrnWBRunDate
              WRITE WinBackLine FROM WinBackHeading
              WRITE WinBackLine FROM WinBackHeads
           END-IF
           PERFORM ReturnSortedOrder
           PERFORM UNTIL CustomerEOF = 'Y'
              READ CustomerFile NEXT RECORD
                 AT END MOVE 'Y' TO CustomerEOF
                 NOT AT END PERFORM ScoreOneCustomer
              END-READ
           END-PERFORM
           IF CustomerFileStatus NOT = "35" AND
              CustomerFileStatus NOT = "91"
              CLOSE CustomerFile
           END-IF
           IF SegmentStatus = "00"
              CLOSE SegmentFile
           END-IF
           IF WinBackStatus = "00"
              MOVE WinBackCount TO PrnWinBackCount
              MOVE SPACES TO WinBackLine
              WRITE WinBackLine
              WRITE WinBackLine FROM WinBackFooter
              CLOSE WinBackReport
           END-IF.

       ReturnSortedOrder.
           IF SortedEOF = 'Y'
              EXIT PARAGRAPH
           END-IF
           RETURN WorkFile
              AT END MOVE 'Y' TO SortedEOF
           END-RETURN.

       ScoreOneCustomer.
           MOVE ZERO TO CustOrders CustSpend CustLastOrder
              CustLastOrdNum
           PERFORM ReturnSortedOrder
              UNTIL SortedEOF = 'Y' OR WSortCustID >= IDNum
           PERFORM UNTIL SortedEOF = 'Y' OR WSortCustID NOT = IDNum
              IF WSortOrdNum NOT = CustLastOrdNum OR CustOrders = 0
                 ADD 1 TO CustOrders
                 MOVE WSortOrdNum TO CustLastOrdNum
              END-IF
              ADD WSortAmount TO CustSpend
              IF WSortDate > CustLastOrder
                 MOVE WSortDate TO CustLastOrder
              END-IF
              PERFORM ReturnSortedOrder
           END-PERFORM
           PERFORM ComputeScores
           ADD 1 TO CustomersScored
           PERFORM VARYING SegSub FROM 1 BY 1
              UNTIL SegSub > 7 OR SegmentName(SegSub) = CustSegment
              CONTINUE
           END-PERFORM
           IF SegSub <= 7
              ADD 1 TO STCustomers(SegSub)
              ADD CustSpend TO STSpend(SegSub)
           END-IF
           ADD 1 TO GrandCustomers
           ADD CustSpend TO GrandSpend
           IF SegmentStatus = "00"
              MOVE IDNum TO SGCustID
              MOVE CustSegment TO SGSegment
              MOVE RecencyScore TO SGRecency
              MOVE FrequencyScore TO SGFrequency
              MOVE MonetaryScore TO SGMonetary
              MOVE CustLastOrder TO SGLastOrder
              MOVE CustOrders TO SGOrders
              MOVE CustSpend TO SGSpend
              MOVE RunDate TO SGScoreDate
              WRITE SegmentRecord
              IF SegmentStatus NOT = "00"
                 DISPLAY "Unable To Write Segment.dat, Status "
                    SegmentStatus
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF
           IF CustSegment = "LAPSED"
              PERFORM WriteWinBack
           END-IF.

       ComputeScores.
           MOVE ZERO TO RecencyScore FrequencyScore MonetaryScore
           IF CustOrders = 0
              MOVE "NEVER" TO CustSegment
              EXIT PARAGRAPH
           END-IF
           MOVE 9999999 TO DaysSince
           IF FUNCTION TEST-DATE-YYYYMMDD(CustLastOrder) = ZERO
              AND CustLastOrder <= RunDate
              COMPUTE DaysSince = FUNCTION INTEGER-OF-DATE(RunDate)
                 - FUNCTION INTEGER-OF-DATE(CustLastOrder)
           END-IF
           MOVE 1 TO RecencyScore
           PERFORM VARYING LimitSub FROM 4 BY -1 UNTIL LimitSub < 1
              IF DaysSince <= RfmRecencyDays(LimitSub)
                 COMPUTE RecencyScore = 6 - LimitSub
              END-IF
           END-PERFORM
           MOVE 1 TO FrequencyScore
           PERFORM VARYING LimitSub FROM 4 BY -1 UNTIL LimitSub < 1
              IF CustOrders >= RfmFreqOrders(LimitSub)
                 COMPUTE FrequencyScore = 6 - LimitSub
              END-IF
           END-PERFORM
           MOVE 1 TO MonetaryScore
           PERFORM VARYING LimitSub FROM 4 BY -1 UNTIL LimitSub < 1
              IF CustSpend >= RfmSpend(LimitSub)
                 COMPUTE MonetaryScore = 6 - LimitSub
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN RecencyScore = 1
                 MOVE "LAPSED" TO CustSegment
              WHEN RecencyScore >= 4 AND FrequencyScore >= 4
                 AND MonetaryScore >= 4
                 MOVE "CHAMPION" TO CustSegment
              WHEN FrequencyScore >= 4
                 MOVE "LOYAL" TO CustSegment
              WHEN RecencyScore >= 4 AND FrequencyScore = 1
                 MOVE "NEW" TO CustSegment
              WHEN RecencyScore = 2
                 MOVE "ATRISK" TO CustSegment
              WHEN OTHER
                 MOVE "ACTIVE" TO CustSegment
           END-EVALUATE.

       WriteWinBack.
           IF NoMailFlag = 'Y' OR NoMktgFlag = 'Y'
              ADD 1 TO SkippedOptOut
              EXIT PARAGRAPH
           END-IF
           IF Street = SPACE AND City = SPACE
              AND State = SPACE AND Zip = ZERO
              ADD 1 TO SkippedNoAddress
              EXIT PARAGRAPH
           END-IF
           IF WinBackStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE IDNum TO PrnCustID
           MOVE SPACES TO PrnName
           STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              SPACE DELIMITED BY SIZE
              FUNCTION TRIM(LastName) DELIMITED BY SIZE
              INTO PrnName
           END-STRING
           MOVE SPACES TO PrnCityStateZip
           STRING FUNCTION TRIM(City) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              State DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              Zip DELIMITED BY SIZE
              INTO PrnCityStateZip
           END-STRING
           MOVE CustLastOrder TO PrnLastOrder
           MOVE CustOrders TO PrnOrders
           MOVE CustSpend TO PrnSpend
           WRITE WinBackLine FROM WinBackDetailLine
           IF WinBackStatus NOT = "00"
              DISPLAY "Unable To Write WinBack.rpt, Status "
                 WinBackStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           ADD 1 TO WinBackCount.

       WriteScoreReport.
           OPEN OUTPUT ScoreReport
           IF ScoreReportStatus NOT = "00"
              DISPLAY "Unable To Open RfmScore.rpt, Status "
                 ScoreReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM ScoreHeads
           PERFORM VARYING SegSub FROM 1 BY 1 UNTIL SegSub > 7
              MOVE SegmentName(SegSub) TO PrnSegment
              MOVE STCustomers(SegSub) TO PrnSegCount
              MOVE STSpend(SegSub) TO PrnSegSpend
              WRITE PrintLine FROM ScoreDetailLine
           END-PERFORM
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "TOTAL" TO PrnSegment
           MOVE GrandCustomers TO PrnSegCount
           MOVE GrandSpend TO PrnSegSpend
           WRITE PrintLine FROM ScoreDetailLine
           IF ScoreReportStatus NOT = "00"
              DISPLAY "Unable To Write RfmScore.rpt, Status "
                 ScoreReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE ScoreReport.
