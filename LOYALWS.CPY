      *> Work fields for LOYALPROC.CPY. The program declares LoyaltyFile
      *> (LoyaltyPts.dat) and LoyaltyCtlFile (Loyalty.ctl) with
      *> LoyaltyStatus and LoyaltyCtlStatus.
       01 LoyaltyStatus PIC XX VALUE "00".
       01 LoyaltyCtlStatus PIC XX VALUE "00".
       01 LoyaltyEOF PIC X.
       01 LoyaltyEarnRate PIC 9(3)V99 VALUE 1.
       01 LoyaltyPointValue PIC 9V9999 VALUE 0.01.
       01 LoyaltyExpireDays PIC 9(4) VALUE 365.
       01 LoyaltyCustID PIC 9(5).
       01 LoyaltyOrdNum PIC 9(7).
       01 LoyaltyDate PIC 9(8).
       01 LoyaltyType PIC X.
       01 LoyaltyPoints PIC 9(7).
       01 LoyaltyMerch PIC 9(7)V99.
       01 LoyaltyExpiry PIC 9(8).
       01 LoyaltyRef PIC X(10).
       01 LoyaltyOperator PIC X(8).
       01 LoyaltyEarned PIC 9(9).
       01 LoyaltyUsed PIC 9(9).
       01 LoyaltyLapsed PIC 9(9).
       01 LoyaltyExpireDue PIC 9(9).
       01 LoyaltyBalance PIC 9(9).
       01 LoyaltyOrderEarned PIC 9(7).
       01 LoyaltyOrderReversed PIC 9(7).
       01 LoyaltyValue PIC 9(9)V99.
       01 LoyaltyValueDisplay PIC $$$,$$$,$$9.99.
