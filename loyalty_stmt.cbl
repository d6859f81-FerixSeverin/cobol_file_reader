       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY_STMT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Month-end loyalty points expiry and statements.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'loyalwork.tmp'.
           SELECT LoyaltyFile ASSIGN TO "LoyaltyPts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyStatus.
           SELECT LoyaltyCtlFile ASSIGN TO "Loyalty.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyCtlStatus.
           SELECT SortedPoints ASSIGN TO "LoyaltyPts.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedPointsStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT PointsReport ASSIGN TO "LoyaltyStmt.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PointsReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WLoyaltyRecord.
           02 WLPTimestamp PIC X(21).
           02 WLPCustID PIC 9(5).
           02 WLPType PIC X.
           02 WLPPoints PIC 9(7).
           02 WLPOrdNum PIC 9(7).
           02 WLPExpiry PIC 9(8).
           02 WLPRef PIC X(10).
           02 WLPOperator PIC X(8).

       FD LoyaltyFile.
       01 LoyaltyRecord.
           02 LPTimestamp PIC X(21).
           02 LPCustID PIC 9(5).
           02 LPType PIC X.
           02 LPPoints PIC 9(7).
           02 LPOrdNum PIC 9(7).
           02 LPExpiry PIC 9(8).
           02 LPRef PIC X(10).
           02 LPOperator PIC X(8).

       FD LoyaltyCtlFile.
       01 LoyaltyCtlRecord.
           02 LCEarnRate PIC 9(3)V99.
           02 FILLER PIC X.
           02 LCPointValue PIC 9V9999.
           02 FILLER PIC X.
           02 LCExpireDays PIC 9(4).

       FD SortedPoints.
       01 SortedPointsRecord.
           02 SLPTimestamp PIC X(21).
           02 SLPDate REDEFINES SLPTimestamp PIC 9(8).
           02 SLPCustID PIC 9(5).
           02 SLPType PIC X.
           02 SLPPoints PIC 9(7).
           02 SLPOrdNum PIC 9(7).
           02 SLPExpiry PIC 9(8).
           02 SLPRef PIC X(10).
           02 SLPOperator PIC X(8).

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

       FD PointsReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 SortedPointsStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 PointsReportStatus PIC XX VALUE "00".
       01 SortedEOF PIC X VALUE 'N'.
       01 CustOpen PIC X VALUE 'N'.
       01 HaveCustomer PIC X VALUE 'N'.
       01 CustomerOnFile PIC X.
       01 CurrentCustID PIC 9(5) VALUE ZERO.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 StmtMonth PIC 9(6).
       01 MonthStart PIC 9(8).

       01 CustOpening PIC S9(9).
       01 CustClosing PIC S9(9).
       01 CustEarnTotal PIC 9(9).
       01 CustUsedTotal PIC 9(9).
       01 CustLapsed PIC 9(9).
       01 CustExpireNow PIC 9(9).
       01 MoveCount PIC 9(3).
       01 MoveTable.
           02 MoveEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON MoveCount
                 INDEXED BY MVX.
              03 MVDate PIC 9(8).
              03 MVType PIC X.
              03 MVPoints PIC 9(7).
              03 MVRef PIC X(10).
       01 MovesDropped PIC X.

       01 StatementCount PIC 9(5) VALUE ZERO.
       01 ExpiredCount PIC 9(5) VALUE ZERO.
       01 ExpiredPoints PIC 9(9) VALUE ZERO.
       01 PointsOutstanding PIC 9(11) VALUE ZERO.
       01 PointsLiability PIC 9(11)V99 VALUE ZERO.
       01 LiabilityDisplay PIC $$$,$$$,$$$,$$9.99.

       01 NameLine PIC X(31).
       01 CityStateZip PIC X(29).
       01 ZipDisplay PIC 9(5).

       01 StatementHeading.
           02 FILLER PIC X(29) VALUE "LOYALTY POINTS STATEMENT FOR ".
           02 PrnStmtMonth PIC 9(6).
           02 FILLER PIC X(13) VALUE "    CUSTOMER ".
           02 PrnStmtCustID PIC 9(5).
       01 MoveHeads PIC X(60) VALUE
          "Date      Activity               Points  Reference".
       01 MoveLine.
           02 PrnMoveDate PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnMoveDesc PIC X(20).
           02 PrnMovePoints PIC Z,ZZZ,ZZ9-.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnMoveRef PIC X(10).
       01 BalanceLine.
           02 PrnBalanceDesc PIC X(30).
           02 PrnBalance PIC ---,---,--9.
           02 FILLER PIC X(8) VALUE SPACES.
           02 PrnBalanceValue PIC $$$,$$$,$$9.99.

       01 FooterHeading PIC X(40) VALUE
          "LOYALTY POINTS LIABILITY".
       01 FooterCount.
           02 PrnFooterDesc PIC X(30).
           02 PrnFooterCount PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 FooterLiability.
           02 FILLER PIC X(30) VALUE "Points Liability :".
           02 PrnLiability PIC $$$,$$$,$$$,$$9.99.

       COPY SITEWS.
       COPY LOYALWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE RunDate(1:6) TO StmtMonth
           COMPUTE MonthStart = StmtMonth * 100 + 1
           PERFORM ReadLoyaltyCtl
           OPEN INPUT LoyaltyFile
           IF LoyaltyStatus NOT = "00"
              DISPLAY "No Loyalty Points On File"
              GOBACK
           END-IF
           CLOSE LoyaltyFile
           SORT WorkFile
              ON ASCENDING KEY WLPCustID
              ON ASCENDING KEY WLPTimestamp
              USING LoyaltyFile
              GIVING SortedPoints
           PERFORM RunStatements
           MOVE PointsLiability TO LiabilityDisplay
           DISPLAY "Points Statements Printed : " StatementCount
           DISPLAY "Points Expired : " ExpiredPoints
              " For " ExpiredCount " Customers"
           DISPLAY "Points Outstanding : " PointsOutstanding
           DISPLAY "Points Liability : " LiabilityDisplay
           GOBACK.

       COPY SITEPROC.

       COPY LOYALPROC.

       RunStatements.
           OPEN INPUT SortedPoints
           IF SortedPointsStatus NOT = "00"
              DISPLAY "Unable To Open LoyaltyPts.tmp, Status "
                 SortedPointsStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PointsReport
           IF PointsReportStatus NOT = "00"
              DISPLAY "Unable To Open LoyaltyStmt.rpt, Status "
                 PointsReportStatus
              MOVE 1 TO RETURN-CODE
              CLOSE SortedPoints
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustOpen
           END-IF
           PERFORM UNTIL SortedEOF = 'Y'
              READ SortedPoints
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM TallyOneEntry
              END-READ
           END-PERFORM
           IF HaveCustomer = 'Y'
              PERFORM FinishCustomer
           END-IF
           PERFORM WriteLiabilityFooter
           IF CustOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           CLOSE SortedPoints, PointsReport.

       TallyOneEntry.
           IF SLPCustID NOT = CurrentCustID OR HaveCustomer = 'N'
              IF HaveCustomer = 'Y'
                 PERFORM FinishCustomer
              END-IF
              MOVE SLPCustID TO CurrentCustID
              MOVE 'Y' TO HaveCustomer
              MOVE ZERO TO CustOpening CustEarnTotal CustUsedTotal
                 CustLapsed MoveCount
              MOVE 'N' TO MovesDropped
           END-IF
           IF SLPPoints IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF SLPType = 'E'
              ADD SLPPoints TO CustEarnTotal
              IF SLPExpiry IS NUMERIC AND SLPExpiry < RunDate
                 ADD SLPPoints TO CustLapsed
              END-IF
           ELSE
              ADD SLPPoints TO CustUsedTotal
           END-IF
           IF SLPDate < MonthStart
              IF SLPType = 'E'
                 ADD SLPPoints TO CustOpening
              ELSE
                 SUBTRACT SLPPoints FROM CustOpening
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE SLPDate TO LoyaltyDate
           MOVE SLPType TO LoyaltyType
           MOVE SLPPoints TO LoyaltyPoints
           MOVE SLPRef TO LoyaltyRef
           PERFORM AddMove.

       AddMove.
           IF MoveCount >= 200
              MOVE 'Y' TO MovesDropped
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO MoveCount
           SET MVX TO MoveCount
           MOVE LoyaltyDate TO MVDate(MVX)
           MOVE LoyaltyType TO MVType(MVX)
           MOVE LoyaltyPoints TO MVPoints(MVX)
           MOVE LoyaltyRef TO MVRef(MVX).

       FinishCustomer.
           MOVE ZERO TO CustExpireNow
           IF CustLapsed > CustUsedTotal
              COMPUTE CustExpireNow = CustLapsed - CustUsedTotal
              MOVE CurrentCustID TO LoyaltyCustID
              MOVE ZERO TO LoyaltyOrdNum
              MOVE 'X' TO LoyaltyType
              MOVE CustExpireNow TO LoyaltyPoints
              MOVE "EXPIRED" TO LoyaltyRef
              MOVE "BATCH" TO LoyaltyOperator
              PERFORM WriteLoyaltyEntry
              ADD 1 TO ExpiredCount
              ADD CustExpireNow TO ExpiredPoints
              MOVE RunDate TO LoyaltyDate
              PERFORM AddMove
           END-IF
           COMPUTE CustClosing =
              CustEarnTotal - CustUsedTotal - CustExpireNow
           IF CustClosing < ZERO
              MOVE ZERO TO CustClosing
           END-IF
           IF CustClosing = ZERO AND MoveCount = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD CustClosing TO PointsOutstanding
           PERFORM PrintStatement.

       PrintStatement.
           ADD 1 TO StatementCount
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE StmtMonth TO PrnStmtMonth
           MOVE CurrentCustID TO PrnStmtCustID
           WRITE PrintLine FROM StatementHeading
           MOVE 'N' TO CustomerOnFile
           IF CustOpen = 'Y'
              MOVE CurrentCustID TO IDNum
              MOVE 'Y' TO CustomerOnFile
              READ CustomerFile
                 INVALID KEY MOVE 'N' TO CustomerOnFile
              END-READ
           END-IF
           IF CustomerOnFile = 'N'
              MOVE "CUSTOMER NOT ON FILE" TO PrintLine
              WRITE PrintLine
           ELSE
              MOVE SPACES TO NameLine
              STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 FUNCTION TRIM(LastName) DELIMITED BY SIZE
                 INTO NameLine
              END-STRING
              WRITE PrintLine FROM NameLine
              WRITE PrintLine FROM Street
              MOVE Zip TO ZipDisplay
              MOVE SPACES TO CityStateZip
              STRING FUNCTION TRIM(City) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 State DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 ZipDisplay DELIMITED BY SIZE
                 INTO CityStateZip
              END-STRING
              WRITE PrintLine FROM CityStateZip
           END-IF
           MOVE "Opening Balance" TO PrnBalanceDesc
           MOVE CustOpening TO PrnBalance
           MOVE ZERO TO PrnBalanceValue
           IF CustOpening > ZERO
              COMPUTE PrnBalanceValue =
                 CustOpening * LoyaltyPointValue
           END-IF
           WRITE PrintLine FROM BalanceLine
           WRITE PrintLine FROM MoveHeads
           PERFORM VARYING MVX FROM 1 BY 1 UNTIL MVX > MoveCount
              MOVE MVDate(MVX) TO PrnMoveDate
              EVALUATE MVType(MVX)
                 WHEN 'E'
                    MOVE "Earned" TO PrnMoveDesc
                    MOVE MVPoints(MVX) TO PrnMovePoints
                 WHEN 'R'
                    MOVE "Goods Returned" TO PrnMoveDesc
                    COMPUTE PrnMovePoints = ZERO - MVPoints(MVX)
                 WHEN 'D'
                    MOVE "Redeemed" TO PrnMoveDesc
                    COMPUTE PrnMovePoints = ZERO - MVPoints(MVX)
                 WHEN OTHER
                    MOVE "Expired" TO PrnMoveDesc
                    COMPUTE PrnMovePoints = ZERO - MVPoints(MVX)
              END-EVALUATE
              MOVE MVRef(MVX) TO PrnMoveRef
              WRITE PrintLine FROM MoveLine
           END-PERFORM
           IF MovesDropped = 'Y'
              MOVE "MORE ACTIVITY THAN ONE STATEMENT HOLDS, "
                 & "BALANCES ARE COMPLETE" TO PrintLine
              WRITE PrintLine
           END-IF
           MOVE "Closing Balance" TO PrnBalanceDesc
           MOVE CustClosing TO PrnBalance
           COMPUTE PrnBalanceValue = CustClosing * LoyaltyPointValue
           WRITE PrintLine FROM BalanceLine
           IF PointsReportStatus NOT = "00"
              DISPLAY "Unable To Write LoyaltyStmt.rpt, Status "
                 PointsReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF.

       WriteLiabilityFooter.
           COMPUTE PointsLiability ROUNDED =
              PointsOutstanding * LoyaltyPointValue
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM FooterHeading
           MOVE "Statements Printed :" TO PrnFooterDesc
           MOVE StatementCount TO PrnFooterCount
           WRITE PrintLine FROM FooterCount
           MOVE "Points Expired This Run :" TO PrnFooterDesc
           MOVE ExpiredPoints TO PrnFooterCount
           WRITE PrintLine FROM FooterCount
           MOVE "Points Outstanding :" TO PrnFooterDesc
           MOVE PointsOutstanding TO PrnFooterCount
           WRITE PrintLine FROM FooterCount
           MOVE PointsLiability TO PrnLiability
           WRITE PrintLine FROM FooterLiability
           IF PointsReportStatus NOT = "00"
              DISPLAY "Unable To Write LoyaltyStmt.rpt, Status "
                 PointsReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF.
