       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST_EDELIV.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Electronic delivery sign-up on EDelivPref.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
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

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CustOpen PIC X VALUE 'N'.
       01 Choice PIC 9 VALUE 1.
       01 StayOpen PIC X VALUE 'Y'.
       01 CurrentOperator PIC X(8).
       01 EntryText PIC X(10).
       01 Confirm PIC X.
       01 LookupCustID PIC 9(5).
       01 LookupName PIC X(31).
       01 LookupFound PIC X.
       01 ListCount PIC 9(5).
       01 OptInCount PIC 9(5) VALUE ZERO.
       01 OptOutCount PIC 9(5) VALUE ZERO.

       01 ListHeads PIC X(80) VALUE
          "Cust  Name                     Email" &
          "                                    Delivery".
       01 ListLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 PrnEmail PIC X(40).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDelivery PIC X(8).

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY EDELIVWS.
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
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustOpen
           ELSE
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
           END-IF
           PERFORM LoadEDeliv
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "ELECTRONIC DELIVERY"
              DISPLAY "1 : List Customers On Email Delivery"
              DISPLAY "2 : Opt In To Email Delivery"
              DISPLAY "3 : Opt Out Of Email Delivery"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListEDeliv
                 WHEN 2 PERFORM OptIn
                 WHEN 3 PERFORM OptOut
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           IF CustOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           DISPLAY "Customers Opted In : " OptInCount
           DISPLAY "Customers Opted Out : " OptOutCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.
       COPY EDELIVPROC.

       ListEDeliv.
           MOVE ZERO TO ListCount
           DISPLAY " "
           DISPLAY ListHeads
           PERFORM VARYING EPX FROM 1 BY 1 UNTIL EPX > EDelivPrefCount
              IF XEOptIn(EPX) = 'Y'
                 ADD 1 TO ListCount
                 MOVE XECustID(EPX) TO LookupCustID EDelivCustID
                 PERFORM LookUpCustomer
                 PERFORM GetEmailContact
                 MOVE 'N' TO EDelivBounced
                 IF EDelivEmail NOT = SPACES
                    PERFORM CheckBounced
                 END-IF
                 MOVE LookupCustID TO PrnCustID
                 MOVE LookupName TO PrnName
                 EVALUATE TRUE
                    WHEN EDelivEmail = SPACES
                       MOVE "*** NO EMAIL CONTACT ***" TO PrnEmail
                       MOVE "PRINT" TO PrnDelivery
                    WHEN EDelivBounced = 'Y'
                       MOVE EDelivEmail TO PrnEmail
                       MOVE "BOUNCED" TO PrnDelivery
                    WHEN OTHER
                       MOVE EDelivEmail TO PrnEmail
                       MOVE "EMAIL" TO PrnDelivery
                 END-EVALUATE
                 DISPLAY ListLine
              END-IF
           END-PERFORM
           DISPLAY "Customers Listed : " ListCount.

       OptIn.
           DISPLAY "Customer Number : " WITH NO ADVANCING
           PERFORM AcceptCustomer
           IF LookupFound = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE LookupCustID TO EDelivCustID
           PERFORM FindEDelivPref
           IF EDelivOptedIn = 'Y'
              DISPLAY "Customer " LookupCustID
                 " Already On Email Delivery"
              EXIT PARAGRAPH
           END-IF
           IF EDelivOptedIn = SPACE AND EDelivPrefCount >= 5000
              DISPLAY "Delivery Table Full, Customer Not Opted In"
              EXIT PARAGRAPH
           END-IF
           PERFORM GetEmailContact
           IF EDelivEmail = SPACES
              DISPLAY "No EMAIL Contact On File For Customer "
                 LookupCustID
              EXIT PARAGRAPH
           END-IF
           DISPLAY "  Email : " FUNCTION TRIM(EDelivEmail)
           PERFORM CheckBounced
           IF EDelivBounced = 'Y'
              DISPLAY "This Address Has Bounced, Documents Will "
                 "Print Until The Contact Is Corrected"
           END-IF
           DISPLAY "Send Invoices And Statements By Email (Y/N) : "
              WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           IF EDelivOptedIn = SPACE
              ADD 1 TO EDelivPrefCount
              SET EPX TO EDelivPrefCount
              MOVE LookupCustID TO XECustID(EPX)
           END-IF
           MOVE 'Y' TO XEOptIn(EPX)
           PERFORM StampEDelivPref
           PERFORM RewriteEDelivPrefs
           IF EDelivPrefStatus = "00"
              ADD 1 TO OptInCount
              DISPLAY "Customer " LookupCustID
                 " Opted In To Email Delivery"
           END-IF.

       OptOut.
           DISPLAY "Customer Number : " WITH NO ADVANCING
           PERFORM AcceptCustomer
           IF LookupFound = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE LookupCustID TO EDelivCustID
           PERFORM FindEDelivPref
           IF EDelivOptedIn NOT = 'Y'
              DISPLAY "Customer " LookupCustID
                 " Is Not On Email Delivery"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Print Invoices And Statements Again (Y/N) : "
              WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO XEOptIn(EPX)
           PERFORM StampEDelivPref
           PERFORM RewriteEDelivPrefs
           IF EDelivPrefStatus = "00"
              ADD 1 TO OptOutCount
              DISPLAY "Customer " LookupCustID
                 " Opted Out Of Email Delivery"
           END-IF.

       StampEDelivPref.
           MOVE FUNCTION CURRENT-DATE(1:8) TO XEDate(EPX)
           MOVE CurrentOperator TO XEOperator(EPX).

       AcceptCustomer.
           MOVE 'N' TO LookupFound
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "Customer Number Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO LookupCustID
           PERFORM LookUpCustomer
           IF LookupFound = 'N'
              DISPLAY "Customer " LookupCustID " Not On File"
           ELSE
              DISPLAY "  " LookupName
           END-IF.

       LookUpCustomer.
           MOVE 'N' TO LookupFound
           MOVE "*** NOT ON FILE ***" TO LookupName
           IF CustOpen = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE LookupCustID TO IDNum
           READ CustomerFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO LookupFound
                 MOVE SPACES TO LookupName
                 STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    FUNCTION TRIM(LastName) DELIMITED BY SIZE
                    INTO LookupName
                 END-STRING
           END-READ.

       RewriteEDelivPrefs.
           OPEN OUTPUT EDelivPrefFile
           IF EDelivPrefStatus NOT = "00"
              DISPLAY "Unable To Rewrite EDelivPref.dat, Status "
                 EDelivPrefStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EPX FROM 1 BY 1 UNTIL EPX > EDelivPrefCount
              MOVE XECustID(EPX) TO EPCustID
              MOVE XEOptIn(EPX) TO EPOptIn
              MOVE XEDate(EPX) TO EPDate
              MOVE XEOperator(EPX) TO EPOperator
              WRITE EDelivPrefRecord
              IF EDelivPrefStatus NOT = "00"
                 DISPLAY "Unable To Write EDelivPref.dat, Status "
                    EDelivPrefStatus
              END-IF
           END-PERFORM
           CLOSE EDelivPrefFile.
