           SELECT AgingReport ASSIGN TO "ARAging.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AgingReportStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BillToStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WARTransRecord.
           02 WARBillTo PIC 9(5).
           02 WARTrans.
              03 WARTimestamp PIC X(21).
              03 WARCustID PIC 9(5).
              03 WARType PIC X.
              03 WARAmount PIC 9(7)V99.
              03 WARRef PIC X(10).
              03 WARInvNum PIC 9(7).
              03 WAROperator PIC X(8).

       FD ARTransFile.
       01 ARTransRecord.

       FD SortedAR.
       01 SortedARRecord.
           02 SARBillTo PIC 9(5).
           02 SARTimestamp PIC X(21).
           02 SARTimestampNum REDEFINES SARTimestamp.
              03 SARDate PIC 9(8).
       FD AgingReport.
       01 PrintLine PIC X(90).

       FD BillToFile.
       01 BillToRecord.
           02 BRBranchID PIC 9(5).
           02 BRParentID PIC 9(5).

       WORKING-STORAGE SECTION.
       01 ARTransStatus PIC XX VALUE "00".
       01 SortedARStatus PIC XX VALUE "00".
       01 AgingReportStatus PIC XX VALUE "00".
       01 SortedEOF PIC X VALUE 'N'.
       01 ARTransEOF PIC X VALUE 'N'.
       01 NoARFile PIC X VALUE 'N'.
       01 AgingView PIC X(10) VALUE SPACES.
       01 ParentView PIC X VALUE 'N'.
       01 CurrentBillTo PIC 9(5) VALUE ZERO.
       01 HaveGroup PIC X VALUE 'N'.
       01 GroupIsParent PIC X VALUE 'N'.
       01 CurrentCustID PIC 9(5) VALUE ZERO.
       01 HaveCustomer PIC X VALUE 'N'.
       01 CustomerCount PIC 9(5) VALUE ZERO.
       01 Bucket90 PIC S9(9)V99 VALUE ZERO.
       01 CustBalance PIC S9(9)V99.
       01 GrandBalance PIC S9(9)V99 VALUE ZERO.
       01 GroupCurrent PIC S9(9)V99.
       01 Group30 PIC S9(9)V99.
       01 Group60 PIC S9(9)V99.
       01 Group90 PIC S9(9)V99.
       01 GroupBalance PIC S9(9)V99.

       01 ReportHeading.
           02 FILLER PIC X(22) VALUE "A/R AGING REPORT FOR ".
           02 PrnBucket60 PIC $$,$$$,$$9.99-.
           02 PrnBucket90 PIC $$,$$$,$$9.99-.
           02 PrnBalance PIC $$,$$$,$$9.99-.
       01 GroupHeading.
           02 FILLER PIC X(16) VALUE "BILL-TO ACCOUNT ".
           02 PrnGroupID PIC 9(5).
           02 FILLER PIC X(13) VALUE " AND BRANCHES".
       01 GroupTotalLine.
           02 FILLER PIC X(6) VALUE "TOTAL".
           02 PrnGroupCurrent PIC $$,$$$,$$9.99-.
           02 PrnGroup30 PIC $$,$$$,$$9.99-.
           02 PrnGroup60 PIC $$,$$$,$$9.99-.
           02 PrnGroup90 PIC $$,$$$,$$9.99-.
           02 PrnGroupBalance PIC $$,$$$,$$9.99-.
       01 OpenItemLine.
           02 FILLER PIC X(8) VALUE "  Inv".
           02 PrnItemInv PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnGrandBalance PIC $$,$$$,$$9.99CR.

       COPY BILLTOWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(RunDate)
           ACCEPT AgingView FROM ENVIRONMENT "ARAGING_VIEW"
           IF FUNCTION UPPER-CASE(AgingView) = "PARENT"
              MOVE 'Y' TO ParentView
              PERFORM LoadBillToTable
           END-IF
           SORT WorkFile
              ON ASCENDING KEY WARBillTo
              ON ASCENDING KEY WARCustID
              ON ASCENDING KEY WARInvNum
              ON ASCENDING KEY WARTimestamp
              INPUT PROCEDURE IS ReleaseARTrans
              GIVING SortedAR
           PERFORM RunAging
           DISPLAY "Customers On Aging Report : " CustomerCount
           DISPLAY "Open Items Listed : " OpenItemCount.
           GOBACK.

       COPY BILLTOPROC.

       ReleaseARTrans.
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              MOVE 'Y' TO NoARFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARTransEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ARTransEOF
                 NOT AT END
                    MOVE ARCustID TO WARBillTo
                    IF ParentView = 'Y' AND ARCustID IS NUMERIC
                       MOVE ARCustID TO BillToWanted
                       PERFORM FindBillTo
                       MOVE BillToID TO WARBillTo
                    END-IF
                    MOVE ARTransRecord TO WARTrans
                    RELEASE WARTransRecord
              END-READ
           END-PERFORM
           CLOSE ARTransFile.

       RunAging.
           IF NoARFile = 'N'
              OPEN INPUT SortedAR
           END-IF
           IF NoARFile = 'Y' OR SortedARStatus NOT = "00"
              DISPLAY "No A/R Activity On File"
              MOVE 'Y' TO SortedEOF
              MOVE 1 TO RETURN-CODE
              ELSE
                 MOVE RunDate TO PrnRunDate
                 WRITE PrintLine FROM ReportHeading
                 IF ParentView = 'Y'
                    MOVE "BY BILL-TO ACCOUNT" TO PrintLine
                    WRITE PrintLine
                 END-IF
                 WRITE PrintLine FROM Heads
                 IF AgingReportStatus NOT = "00"
                    DISPLAY "Unable To Write ARAging.rpt, Status "
                 IF HaveCustomer = 'Y'
                    PERFORM WriteCustomerLine
                 END-IF
                 IF HaveGroup = 'Y'
                    PERFORM WriteGroupTotal
                 END-IF
                 MOVE SPACES TO PrintLine
                 WRITE PrintLine
                 MOVE GrandBalance TO PrnGrandBalance
           END-IF.

       TallyOneTrans.
           IF ParentView = 'Y' AND SARBillTo NOT = CurrentBillTo
              IF HaveCustomer = 'Y'
                 PERFORM WriteCustomerLine
                 MOVE 'N' TO HaveCustomer
              END-IF
              IF HaveGroup = 'Y'
                 PERFORM WriteGroupTotal
              END-IF
              PERFORM StartGroup
           END-IF
           IF SARCustID NOT = CurrentCustID OR HaveCustomer = 'N'
              IF HaveCustomer = 'Y'
                 PERFORM WriteCustomerLine
              END-IF
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
           IF CustBalance NOT = ZERO
              ADD 1 TO CustomerCount
              ADD CustBalance TO GrandBalance
              ADD BucketCurrent TO GroupCurrent
              ADD Bucket30 TO Group30
              ADD Bucket60 TO Group60
              ADD Bucket90 TO Group90
              ADD CustBalance TO GroupBalance
              MOVE CurrentCustID TO PrnCustID
              MOVE BucketCurrent TO PrnCurrent
              MOVE Bucket30 TO PrnBucket30
              END-IF
           END-IF.

       StartGroup.
           MOVE SARBillTo TO CurrentBillTo
           MOVE 'Y' TO HaveGroup
           MOVE ZERO TO GroupCurrent Group30 Group60 Group90
              GroupBalance
           MOVE SARBillTo TO BillToWanted
           PERFORM CheckBillToParent
           MOVE BillToIsParent TO GroupIsParent
           IF GroupIsParent = 'Y'
              MOVE SPACES TO PrintLine
              WRITE PrintLine
              MOVE SARBillTo TO PrnGroupID
              WRITE PrintLine FROM GroupHeading
           END-IF.

       WriteGroupTotal.
           IF GroupIsParent = 'Y'
              MOVE GroupCurrent TO PrnGroupCurrent
              MOVE Group30 TO PrnGroup30
              MOVE Group60 TO PrnGroup60
              MOVE Group90 TO PrnGroup90
              MOVE GroupBalance TO PrnGroupBalance
              WRITE PrintLine FROM GroupTotalLine
              MOVE SPACES TO PrintLine
              WRITE PrintLine
           END-IF.

       ApplyOnAccount.
           PERFORM SweepCreditItems
              VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
