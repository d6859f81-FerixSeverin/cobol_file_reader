       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERR_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Sales territory, rep and customer override maintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT TerritoryFile ASSIGN TO "Territory.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TerritoryStatus.
           SELECT TerrRepFile ASSIGN TO "TerrRep.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TerrRepStatus.
           SELECT CustTerrFile ASSIGN TO "CustTerr.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CustTerrStatus.

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

       FD TerritoryFile.
       01 TerritoryRecord.
           02 TRCode PIC X(4).
           02 TRDesc PIC X(20).
           02 TRZipFrom PIC 9(5).
           02 TRZipTo PIC 9(5).

       FD TerrRepFile.
       01 TerrRepRecord.
           02 TPCode PIC X(4).
           02 TPRep PIC X(8).
           02 TPFromDate PIC 9(8).
           02 TPTimestamp PIC X(21).
           02 TPOperator PIC X(8).

       FD CustTerrFile.
       01 CustTerrRecord.
           02 CTCustID PIC 9(5).
           02 CTCode PIC X(4).
           02 CTFromDate PIC 9(8).
           02 CTTimestamp PIC X(21).
           02 CTOperator PIC X(8).

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CustOpen PIC X VALUE 'N'.
       01 CustomerOnFile PIC X.
       01 Choice PIC 9 VALUE 1.
       01 StayOpen PIC X VALUE 'Y'.
       01 CurrentOperator PIC X(8).
       01 RunDate PIC 9(8).
       01 EntryText PIC X(12).
       01 EntryCode PIC X(4).
       01 EntryDesc PIC X(20).
       01 EntryZipFrom PIC 9(5).
       01 EntryZipTo PIC 9(5).
       01 EntryRep PIC X(8).
       01 EntryCustID PIC 9(5).
       01 EntryDate PIC 9(8).
       01 DateValid PIC X.
       01 CodeFound PIC X.
       01 RangeOverlap PIC X.
       01 Confirm PIC X.
       01 ListCount PIC 9(5).
       01 ChangeCount PIC 9(5) VALUE ZERO.

       01 ListHeads PIC X(70) VALUE
          "Code Description          ZIP From To    Rep".
       01 ListLine.
           02 PrnCode PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnZipFrom PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnZipTo PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRep PIC X(8).

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY SITEWS.
       COPY TERRWS.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustOpen
           ELSE
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
           END-IF
           PERFORM LoadTerritories
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "SALES TERRITORIES"
              DISPLAY "1 : List Territories"
              DISPLAY "2 : Add Territory"
              DISPLAY "3 : Reassign Territory To New Rep"
              DISPLAY "4 : Customer Territory Override"
              DISPLAY "5 : Territory History"
              DISPLAY "6 : Show Customer Territory"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListTerritories
                 WHEN 2 PERFORM AddTerritory
                 WHEN 3 PERFORM ReassignTerritory
                 WHEN 4 PERFORM OverrideCustomer
                 WHEN 5 PERFORM ShowTerrHistory
                 WHEN 6 PERFORM ShowCustTerritory
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           IF CustOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           DISPLAY "Territory Changes : " ChangeCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.
       COPY TERRPROC.

       ListTerritories.
           MOVE ZERO TO ListCount
           DISPLAY " "
           DISPLAY ListHeads
           MOVE RunDate TO TerrDate
           PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TerrCount
              ADD 1 TO ListCount
              MOVE XRCode(TRX) TO PrnCode
              MOVE XRDesc(TRX) TO PrnDesc
              MOVE XRZipFrom(TRX) TO PrnZipFrom
              MOVE XRZipTo(TRX) TO PrnZipTo
              MOVE XRCode(TRX) TO TerrCode
              PERFORM FindTerrRep
              MOVE TerrRep TO PrnRep
              DISPLAY ListLine
           END-PERFORM
           DISPLAY "Territories Listed : " ListCount.

       AddTerritory.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           IF TerrCount >= 200
              DISPLAY "Territory Table Full, Not Added"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Territory Code : " WITH NO ADVANCING
           PERFORM AcceptCode
           IF EntryCode = SPACES
              DISPLAY "Territory Code Required"
              EXIT PARAGRAPH
           END-IF
           IF CodeFound = 'Y'
              DISPLAY "Territory " EntryCode " Already On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Description : " WITH NO ADVANCING
           MOVE SPACES TO EntryDesc
           ACCEPT EntryDesc
           DISPLAY "First ZIP Code : " WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "ZIP Code Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO EntryZipFrom
           DISPLAY "Last ZIP Code : " WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "ZIP Code Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO EntryZipTo
           IF EntryZipTo < EntryZipFrom
              DISPLAY "Last ZIP Code Is Before The First"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO RangeOverlap
           PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TerrCount
              IF EntryZipFrom <= XRZipTo(TRX)
                 AND EntryZipTo >= XRZipFrom(TRX)
                 MOVE 'Y' TO RangeOverlap
                 DISPLAY "ZIP Codes Overlap Territory " XRCode(TRX)
                    " " XRZipFrom(TRX) " To " XRZipTo(TRX)
              END-IF
           END-PERFORM
           IF RangeOverlap = 'Y'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Rep : " WITH NO ADVANCING
           MOVE SPACES TO EntryRep
           ACCEPT EntryRep
           IF EntryRep = SPACES
              DISPLAY "Rep Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Add Territory " EntryCode " (Y/N) : "
              WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TerritoryFile
           IF TerritoryStatus = "35"
              OPEN OUTPUT TerritoryFile
           END-IF
           IF TerritoryStatus NOT = "00"
              DISPLAY "Unable To Open Territory.dat, Status "
                 TerritoryStatus
              EXIT PARAGRAPH
           END-IF
           MOVE EntryCode TO TRCode
           MOVE EntryDesc TO TRDesc
           MOVE EntryZipFrom TO TRZipFrom
           MOVE EntryZipTo TO TRZipTo
           WRITE TerritoryRecord
           IF TerritoryStatus NOT = "00"
              DISPLAY "Unable To Write Territory.dat, Status "
                 TerritoryStatus
              CLOSE TerritoryFile
              EXIT PARAGRAPH
           END-IF
           CLOSE TerritoryFile
           MOVE RunDate TO EntryDate
           PERFORM WriteRepAssignment
           PERFORM LoadTerritories
           ADD 1 TO ChangeCount
           DISPLAY "Territory " EntryCode " Added For " EntryRep.

       ReassignTerritory.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Territory Code : " WITH NO ADVANCING
           PERFORM AcceptCode
           IF CodeFound = 'N'
              DISPLAY "Territory " EntryCode " Not On File"
              EXIT PARAGRAPH
           END-IF
           MOVE EntryCode TO TerrCode
           MOVE RunDate TO TerrDate
           PERFORM FindTerrRep
           DISPLAY "Current Rep : " TerrRep
           DISPLAY "New Rep : " WITH NO ADVANCING
           MOVE SPACES TO EntryRep
           ACCEPT EntryRep
           IF EntryRep = SPACES OR EntryRep = TerrRep
              DISPLAY "No Change Made"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Effective Date (YYYYMMDD, 0 = Today) : "
              WITH NO ADVANCING
           PERFORM AcceptEffectiveDate
           IF DateValid = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Reassign " EntryCode " To " EntryRep
              " From " EntryDate " (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           PERFORM WriteRepAssignment
           PERFORM LoadTerritories
           ADD 1 TO ChangeCount
           DISPLAY "Territory " EntryCode " Reassigned".

       OverrideCustomer.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer ID : " WITH NO ADVANCING
           ACCEPT EntryCustID
           PERFORM ReadCustomer
           IF CustomerOnFile = 'N'
              DISPLAY "Customer " EntryCustID " Not On File"
              EXIT PARAGRAPH
           END-IF
           MOVE EntryCustID TO TerrCustID
           MOVE Zip TO TerrZip
           MOVE RunDate TO TerrDate
           PERFORM FindTerritory
           EVALUATE TRUE
              WHEN TerrFound = 'N'
                 DISPLAY "ZIP " Zip " Is Not In Any Territory"
              WHEN TerrOverridden = 'Y'
                 DISPLAY "Now In Territory " TerrCode " By Override"
              WHEN OTHER
                 DISPLAY "Now In Territory " TerrCode " By ZIP " Zip
           END-EVALUATE
           DISPLAY "Territory Code (Blank = Remove Override) : "
              WITH NO ADVANCING
           PERFORM AcceptCode
           IF EntryCode NOT = SPACES AND CodeFound = 'N'
              DISPLAY "Territory " EntryCode " Not On File"
              EXIT PARAGRAPH
           END-IF
           IF EntryCode = SPACES AND TerrOverridden = 'N'
              DISPLAY "No Override To Remove"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Effective Date (YYYYMMDD, 0 = Today) : "
              WITH NO ADVANCING
           PERFORM AcceptEffectiveDate
           IF DateValid = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Record Override For " EntryCustID " (Y/N) : "
              WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CustTerrFile
           IF CustTerrStatus = "35"
              OPEN OUTPUT CustTerrFile
           END-IF
           IF CustTerrStatus NOT = "00"
              DISPLAY "Unable To Open CustTerr.dat, Status "
                 CustTerrStatus
              EXIT PARAGRAPH
           END-IF
           MOVE EntryCustID TO CTCustID
           MOVE EntryCode TO CTCode
           MOVE EntryDate TO CTFromDate
           MOVE FUNCTION CURRENT-DATE TO CTTimestamp
           MOVE CurrentOperator TO CTOperator
           WRITE CustTerrRecord
           IF CustTerrStatus NOT = "00"
              DISPLAY "Unable To Write CustTerr.dat, Status "
                 CustTerrStatus
              CLOSE CustTerrFile
              EXIT PARAGRAPH
           END-IF
           CLOSE CustTerrFile
           PERFORM LoadTerritories
           ADD 1 TO ChangeCount
           IF EntryCode = SPACES
              DISPLAY "Override Removed From " EntryDate
           ELSE
              DISPLAY "Customer In Territory " EntryCode
                 " From " EntryDate
           END-IF.

       ShowTerrHistory.
           DISPLAY "Territory Code : " WITH NO ADVANCING
           PERFORM AcceptCode
           IF CodeFound = 'N'
              DISPLAY "Territory " EntryCode " Not On File"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ListCount
           PERFORM VARYING RHX FROM 1 BY 1 UNTIL RHX > RepHistCount
              IF XHCode(RHX) = EntryCode
                 ADD 1 TO ListCount
                 DISPLAY "Rep " XHRep(RHX) " From " XHFromDate(RHX)
              END-IF
           END-PERFORM
           PERFORM VARYING TOX FROM 1 BY 1 UNTIL TOX > TerrOvrCount
              IF XOCode(TOX) = EntryCode
                 ADD 1 TO ListCount
                 DISPLAY "Customer " XOCustID(TOX)
                    " Moved In From " XOFromDate(TOX)
              END-IF
           END-PERFORM
           DISPLAY "History Entries : " ListCount.

       ShowCustTerritory.
           DISPLAY "Customer ID : " WITH NO ADVANCING
           ACCEPT EntryCustID
           PERFORM ReadCustomer
           IF CustomerOnFile = 'N'
              DISPLAY "Customer " EntryCustID " Not On File"
              EXIT PARAGRAPH
           END-IF
           MOVE EntryCustID TO TerrCustID
           MOVE Zip TO TerrZip
           MOVE RunDate TO TerrDate
           PERFORM FindTerritory
           IF TerrFound = 'N'
              DISPLAY "ZIP " Zip " Is Not In Any Territory"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Territory : " TerrCode " " TerrDesc
           DISPLAY "Rep : " TerrRep
           IF TerrOverridden = 'Y'
              DISPLAY "Placed By Customer Override"
           END-IF.

       AcceptCode.
           MOVE SPACES TO EntryCode
           ACCEPT EntryCode
           MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
           MOVE 'N' TO CodeFound
           PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TerrCount
              IF XRCode(TRX) = EntryCode
                 MOVE 'Y' TO CodeFound
              END-IF
           END-PERFORM.

       AcceptEffectiveDate.
           MOVE 'N' TO DateValid
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "Date Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO EntryDate
           IF EntryDate = ZERO
              MOVE RunDate TO EntryDate
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(EntryDate) NOT = ZERO
              DISPLAY "Date Not Valid"
              EXIT PARAGRAPH
           END-IF
           IF EntryDate < RunDate
              DISPLAY "Changes Cannot Be Dated Before Today"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO DateValid.

       ReadCustomer.
           MOVE 'N' TO CustomerOnFile
           IF CustOpen = 'Y'
              MOVE EntryCustID TO IDNum
              MOVE 'Y' TO CustomerOnFile
              READ CustomerFile
                 INVALID KEY MOVE 'N' TO CustomerOnFile
              END-READ
           END-IF.

       WriteRepAssignment.
           OPEN EXTEND TerrRepFile
           IF TerrRepStatus = "35"
              OPEN OUTPUT TerrRepFile
           END-IF
           IF TerrRepStatus NOT = "00"
              DISPLAY "Unable To Open TerrRep.dat, Status "
                 TerrRepStatus
              EXIT PARAGRAPH
           END-IF
           MOVE EntryCode TO TPCode
           MOVE EntryRep TO TPRep
           MOVE EntryDate TO TPFromDate
           MOVE FUNCTION CURRENT-DATE TO TPTimestamp
           MOVE CurrentOperator TO TPOperator
           WRITE TerrRepRecord
           IF TerrRepStatus NOT = "00"
              DISPLAY "Unable To Write TerrRep.dat, Status "
                 TerrRepStatus
           END-IF
           CLOSE TerrRepFile.
