           SELECT NotesFile ASSIGN TO "CustNotes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NotesFileStatus.
           SELECT LoyaltyFile ASSIGN TO "LoyaltyPts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyStatus.
           SELECT LoyaltyCtlFile ASSIGN TO "Loyalty.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyCtlStatus.

       DATA DIVISION.
       FILE SECTION.
           02 NTOperator PIC X(8).
           02 NTText PIC X(60).

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
       01 CustomerFileStatus PIC XX VALUE "00".
       01 ContactFileStatus PIC XX VALUE "00".
           02 LockFound PIC X.

       COPY SITEWS.
       COPY LOYALWS.

       PROCEDURE DIVISION.
       StartPara.
                 "Try Again After It Completes"
              STOP RUN
           END-IF
           PERFORM ReadLoyaltyCtl
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "CUSTOMER 360 INQUIRY"

       COPY SITEPROC.

       COPY LOYALPROC.

       InquireByID.
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
           ACCEPT InqCustID.
           PERFORM ShowContacts
           PERFORM ShowOpenOrders
           PERFORM ShowARBalance
           PERFORM ShowPoints
           PERFORM ShowBackorders
           PERFORM ShowNotes.

                    IF ARCustID = InqCustID
                       AND ARAmount IS NUMERIC
                       IF ARType = 'C' OR ARType = 'F'
                          OR ARType = 'R'
                          ADD ARAmount TO CustBalance
                       ELSE
                          SUBTRACT ARAmount FROM CustBalance
           MOVE CustBalance TO BalanceDisplay
           DISPLAY "A/R Balance : " BalanceDisplay.

       ShowPoints.
           MOVE InqCustID TO LoyaltyCustID
           MOVE ZERO TO LoyaltyOrdNum
           MOVE FUNCTION CURRENT-DATE(1:8) TO LoyaltyDate
           PERFORM GetPointsBalance
           COMPUTE LoyaltyValue = LoyaltyBalance * LoyaltyPointValue
           MOVE LoyaltyValue TO LoyaltyValueDisplay
           DISPLAY "Loyalty Points : " LoyaltyBalance
              " Worth " LoyaltyValueDisplay
           IF LoyaltyExpireDue > ZERO
              DISPLAY "Loyalty Points Lapsed : " LoyaltyExpireDue
           END-IF.

       ShowBackorders.
           MOVE ZERO TO BackordersShown
           MOVE 'N' TO BOScanEOF
