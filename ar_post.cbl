              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT LoyaltyFile ASSIGN TO "LoyaltyPts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyStatus.
           SELECT LoyaltyCtlFile ASSIGN TO "Loyalty.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyCtlStatus.

       DATA DIVISION.
       FILE SECTION.
           02 OMOperator PIC X(8).
           02 OMInvNum PIC 9(7).

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

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 CurrentCustID PIC 9(5).
       01 CurrentStamp PIC X(21).
       01 OrderCharge PIC 9(7)V99 VALUE ZERO.
       01 OrderMerch PIC 9(7)V99 VALUE ZERO.
       01 PointsAwarded PIC 9(9) VALUE ZERO.
       01 OrderMastStatus PIC XX VALUE "00".
       01 MastOpen PIC X VALUE 'N'.
       01 InvCtlStatus PIC XX VALUE "00".
           02 AJAfter PIC X(61).

       COPY SITEWS.
       COPY LOYALWS.

       PROCEDURE DIVISION.
       StartPara.
              GOBACK
           END-IF
           PERFORM ReadPostCtl
           PERFORM ReadLoyaltyCtl
           MOVE LastPostedNum TO HighestPostedNum
           PERFORM PostCharges
           IF RETURN-CODE = 0 AND PostedCount > 0
           END-IF
           MOVE PostedAmount TO AmountDisplay
           DISPLAY "Charges Posted : " PostedCount
           DISPLAY "Amount Posted : " AmountDisplay
           DISPLAY "Loyalty Points Awarded : " PointsAwarded.
           GOBACK.

       COPY SITEPROC.

       COPY LOYALPROC.

       ReadPostCtl.
           OPEN INPUT PostCtlFile.
           IF PostCtlStatus = "00"
                 MOVE OTCustID TO CurrentCustID
                 MOVE OTTimestamp TO CurrentStamp
                 MOVE ZERO TO OrderCharge
                 MOVE ZERO TO OrderMerch
              END-IF
              ADD OTExtPrice TO OrderCharge
              ADD OTExtPrice TO OrderMerch
              IF OTTaxAmt IS NUMERIC
                 ADD OTTaxAmt TO OrderCharge
              END-IF
           ELSE
              ADD 1 TO PostedCount
              ADD OrderCharge TO PostedAmount
              PERFORM AwardPoints
              IF CurrentOrdNum > HighestPostedNum
                 MOVE CurrentOrdNum TO HighestPostedNum
              END-IF
           END-IF.

       AwardPoints.
           MOVE CurrentCustID TO LoyaltyCustID
           MOVE CurrentOrdNum TO LoyaltyOrdNum
           MOVE RunStamp(1:8) TO LoyaltyDate
           MOVE OrderMerch TO LoyaltyMerch
           MOVE SPACES TO LoyaltyRef
           STRING "INV" CurrentInvNum DELIMITED BY SIZE
              INTO LoyaltyRef
           MOVE "BATCH" TO LoyaltyOperator
           PERFORM EarnPoints
           ADD LoyaltyPoints TO PointsAwarded.

       GetNextInvNum.
           MOVE 1 TO NextInvNum
           OPEN INPUT InvCtlFile
