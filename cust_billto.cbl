       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST_BILLTO.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Bill-to maintenance on BillTo.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BillToStatus.

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

       FD BillToFile.
       01 BillToRecord.
           02 BRBranchID PIC 9(5).
           02 BRParentID PIC 9(5).

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CustOpen PIC X VALUE 'N'.
       01 Choice PIC 9 VALUE 1.
       01 StayOpen PIC X VALUE 'Y'.
       01 CurrentOperator PIC X(8).
       01 EntryText PIC X(10).
       01 EntryBranch PIC 9(5).
       01 EntryParent PIC 9(5).
       01 ParentFilter PIC 9(5).
       01 Confirm PIC X.
       01 LookupCustID PIC 9(5).
       01 LookupName PIC X(31).
       01 LookupFound PIC X.
       01 BranchName PIC X(31).
       01 EntryFound PIC X.
       01 ListCount PIC 9(5).
       01 LinkCount PIC 9(5) VALUE ZERO.
       01 UnlinkCount PIC 9(5) VALUE ZERO.

       01 ListHeads PIC X(79) VALUE
          "Branch Branch Name                      Parent Parent Name".
       01 ListLine.
           02 PrnBranch PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnBranchName PIC X(31).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnParent PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnParentName PIC X(31).

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY BILLTOWS.
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
           PERFORM LoadBillToTable
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "BILL-TO ACCOUNTS"
              DISPLAY "1 : List Branches"
              DISPLAY "2 : Link Branch To Parent"
              DISPLAY "3 : Unlink Branch"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListBranches
                 WHEN 2 PERFORM LinkBranch
                 WHEN 3 PERFORM UnlinkBranch
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           IF CustOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           DISPLAY "Branches Linked : " LinkCount
           DISPLAY "Branches Unlinked : " UnlinkCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.
       COPY BILLTOPROC.

       ListBranches.
           DISPLAY "Parent (Blank = All) : " WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           MOVE ZERO TO ParentFilter
           IF EntryText NOT = SPACES
              IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
                 DISPLAY "Customer Number Not Valid"
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION NUMVAL(EntryText) TO ParentFilter
           END-IF
           MOVE ZERO TO ListCount
           DISPLAY " "
           DISPLAY ListHeads
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > BillToCount
              IF ParentFilter = ZERO
                 OR HTParentID(HX) = ParentFilter
                 ADD 1 TO ListCount
                 MOVE HTBranchID(HX) TO PrnBranch LookupCustID
                 PERFORM LookUpCustomer
                 MOVE LookupName TO PrnBranchName
                 MOVE HTParentID(HX) TO PrnParent LookupCustID
                 PERFORM LookUpCustomer
                 MOVE LookupName TO PrnParentName
                 DISPLAY ListLine
              END-IF
           END-PERFORM
           DISPLAY "Branches Listed : " ListCount.

       LinkBranch.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch Customer Number : " WITH NO ADVANCING
           PERFORM AcceptCustomer
           IF LookupFound = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE LookupCustID TO EntryBranch
           MOVE LookupName TO BranchName
           MOVE EntryBranch TO BillToWanted
           PERFORM CheckBillToParent
           IF BillToIsParent = 'Y'
              DISPLAY "Customer " EntryBranch
                 " Is A Parent And Cannot Be A Branch"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Parent Customer Number : " WITH NO ADVANCING
           PERFORM AcceptCustomer
           IF LookupFound = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE LookupCustID TO EntryParent
           IF EntryParent = EntryBranch
              DISPLAY "A Customer Cannot Be Its Own Parent"
              EXIT PARAGRAPH
           END-IF
           MOVE EntryParent TO BillToWanted
           PERFORM FindBillTo
           IF BillToIsBranch = 'Y'
              DISPLAY "Customer " EntryParent
                 " Is A Branch Of " BillToID
                 " And Cannot Be A Parent"
              EXIT PARAGRAPH
           END-IF
           MOVE EntryBranch TO BillToWanted
           PERFORM FindBillTo
           IF BillToIsBranch = 'Y'
              IF BillToID = EntryParent
                 DISPLAY "Branch Is Already Linked To That Parent"
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "Branch Is Linked To " BillToID
                 ", Move It (Y/N) : " WITH NO ADVANCING
              MOVE SPACE TO Confirm
              ACCEPT Confirm
              IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
                 EXIT PARAGRAPH
              END-IF
              MOVE EntryParent TO HTParentID(HX)
           ELSE
              IF BillToCount >= 2000
                 DISPLAY "Bill-To Table Full, Branch Not Linked"
                 EXIT PARAGRAPH
              END-IF
              PERFORM AddBillToEntry
           END-IF
           PERFORM RewriteBillTo
           IF BillToStatus = "00"
              ADD 1 TO LinkCount
              DISPLAY "Branch " EntryBranch " "
                 FUNCTION TRIM(BranchName) " Now Billed To "
                 EntryParent " " FUNCTION TRIM(LookupName)
           END-IF.

       AddBillToEntry.
           ADD 1 TO BillToCount
           SET HX TO BillToCount
           MOVE 'N' TO EntryFound
           PERFORM UNTIL HX = 1 OR EntryFound = 'Y'
              IF HTBranchID(HX - 1) < EntryBranch
                 MOVE 'Y' TO EntryFound
              ELSE
                 MOVE BillToEntry(HX - 1) TO BillToEntry(HX)
                 SET HX DOWN BY 1
              END-IF
           END-PERFORM
           MOVE EntryBranch TO HTBranchID(HX)
           MOVE EntryParent TO HTParentID(HX).

       UnlinkBranch.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch Customer Number : " WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "Customer Number Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO BillToWanted
           PERFORM FindBillTo
           IF BillToIsBranch = 'N'
              DISPLAY "Customer " BillToWanted " Is Not A Branch"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Unlink From Parent " BillToID " (Y/N) : "
              WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HX >= BillToCount
              MOVE BillToEntry(HX + 1) TO BillToEntry(HX)
              SET HX UP BY 1
           END-PERFORM
           SUBTRACT 1 FROM BillToCount
           PERFORM RewriteBillTo
           IF BillToStatus = "00"
              ADD 1 TO UnlinkCount
              DISPLAY "Branch " BillToWanted
                 " Now Billed On Its Own Account"
           END-IF.

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

       RewriteBillTo.
           OPEN OUTPUT BillToFile
           IF BillToStatus NOT = "00"
              DISPLAY "Unable To Rewrite BillTo.dat, Status "
                 BillToStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > BillToCount
              MOVE HTBranchID(HX) TO BRBranchID
              MOVE HTParentID(HX) TO BRParentID
              WRITE BillToRecord
              IF BillToStatus NOT = "00"
                 DISPLAY "Unable To Write BillTo.dat, Status "
                    BillToStatus
              END-IF
           END-PERFORM
           CLOSE BillToFile.
