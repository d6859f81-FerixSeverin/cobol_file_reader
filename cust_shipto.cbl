       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST_SHIPTO.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Ship-to address maintenance on ShipTo.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT ShipToFile ASSIGN TO "ShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipToStatus.
           SELECT OrderShipFile ASSIGN TO "OrderShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderShipStatus.

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

       FD ShipToFile.
       01 ShipToRecord.
           02 SACustID PIC 9(5).
           02 SAShipNum PIC 99.
           02 SAName PIC X(30).
           02 SAStreet PIC X(20).
           02 SACity PIC X(15).
           02 SAState PIC X(2).
           02 SAZip PIC 9(5).

       FD OrderShipFile.
       01 OrderShipRecord.
           02 OXOrdNum PIC 9(7).
           02 OXCustID PIC 9(5).
           02 OXShipNum PIC 99.
           02 OXName PIC X(30).
           02 OXStreet PIC X(20).
           02 OXCity PIC X(15).
           02 OXState PIC X(2).
           02 OXZip PIC 9(5).

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CustOpen PIC X VALUE 'N'.
       01 Choice PIC 9 VALUE 1.
       01 StayOpen PIC X VALUE 'Y'.
       01 CurrentOperator PIC X(8).
       01 EntryText PIC X(10).
       01 EntryCustID PIC 9(5).
       01 EntryShipNum PIC 99.
       01 EntryName PIC X(30).
       01 EntryStreet PIC X(20).
       01 EntryCity PIC X(15).
       01 EntryState PIC X(2).
       01 EntryZipText PIC X(10).
       01 EntryZip PIC 9(5).
       01 CustFilter PIC 9(5).
       01 Confirm PIC X.
       01 LookupCustID PIC 9(5).
       01 LookupName PIC X(31).
       01 LookupFound PIC X.
       01 EntryFound PIC X.
       01 EntryValid PIC X.
       01 ListCount PIC 9(5).
       01 AddCount PIC 9(5) VALUE ZERO.
       01 ChangeCount PIC 9(5) VALUE ZERO.
       01 DeleteCount PIC 9(5) VALUE ZERO.

       01 ListHeads PIC X(79) VALUE
          "Cust  No Name                     Street" &
          "               City            St Zip".
       01 ListLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShipNum PIC 99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStreet PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCity PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnZip PIC 9(5).

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY SHIPTOWS.
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
           PERFORM LoadShipTos
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "SHIP-TO ADDRESSES"
              DISPLAY "1 : List Ship-Tos"
              DISPLAY "2 : Add Ship-To"
              DISPLAY "3 : Change Ship-To"
              DISPLAY "4 : Delete Ship-To"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListShipTos
                 WHEN 2 PERFORM AddShipTo
                 WHEN 3 PERFORM ChangeShipTo
                 WHEN 4 PERFORM DeleteShipTo
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           IF CustOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           DISPLAY "Ship-Tos Added : " AddCount
           DISPLAY "Ship-Tos Changed : " ChangeCount
           DISPLAY "Ship-Tos Deleted : " DeleteCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.
       COPY SHIPTOPROC.

       ListShipTos.
           DISPLAY "Customer (Blank = All) : " WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           MOVE ZERO TO CustFilter
           IF EntryText NOT = SPACES
              IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
                 DISPLAY "Customer Number Not Valid"
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION NUMVAL(EntryText) TO CustFilter
              MOVE CustFilter TO LookupCustID
              PERFORM LookUpCustomer
              DISPLAY "  " LookupName
              IF LookupFound = 'Y'
                 DISPLAY "  Mail To : " FUNCTION TRIM(Street) ", "
                    FUNCTION TRIM(City) " " State " " Zip
              END-IF
           END-IF
           MOVE ZERO TO ListCount
           DISPLAY " "
           DISPLAY ListHeads
           PERFORM VARYING SAX FROM 1 BY 1 UNTIL SAX > ShipToCount
              IF CustFilter = ZERO
                 OR XACustID(SAX) = CustFilter
                 ADD 1 TO ListCount
                 MOVE XACustID(SAX) TO PrnCustID
                 MOVE XAShipNum(SAX) TO PrnShipNum
                 MOVE XAName(SAX) TO PrnName
                 MOVE XAStreet(SAX) TO PrnStreet
                 MOVE XACity(SAX) TO PrnCity
                 MOVE XAState(SAX) TO PrnState
                 MOVE XAZip(SAX) TO PrnZip
                 DISPLAY ListLine
              END-IF
           END-PERFORM
           DISPLAY "Ship-Tos Listed : " ListCount.

       AddShipTo.
           IF ShipToCount >= 3000
              DISPLAY "Ship-To Table Full, Ship-To Not Added"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer Number : " WITH NO ADVANCING
           PERFORM AcceptCustomer
           IF LookupFound = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE LookupCustID TO EntryCustID
           MOVE ZERO TO EntryShipNum
           PERFORM VARYING SAX FROM 1 BY 1 UNTIL SAX > ShipToCount
              IF XACustID(SAX) = EntryCustID
                 AND XAShipNum(SAX) > EntryShipNum
                 MOVE XAShipNum(SAX) TO EntryShipNum
              END-IF
           END-PERFORM
           IF EntryShipNum >= 99
              DISPLAY "Customer " EntryCustID
                 " Already Has 99 Ship-Tos"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO EntryShipNum
           MOVE SPACES TO EntryName EntryStreet EntryCity EntryState
           MOVE ZERO TO EntryZip
           PERFORM AcceptAddress
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Add Ship-To " EntryShipNum " For Customer "
              EntryCustID " (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           PERFORM AddShipToEntry
           PERFORM RewriteShipTos
           IF ShipToStatus = "00"
              ADD 1 TO AddCount
              DISPLAY "Ship-To " EntryShipNum " Added For Customer "
                 EntryCustID
           END-IF.

       AddShipToEntry.
           ADD 1 TO ShipToCount
           SET SAX TO ShipToCount
           MOVE 'N' TO EntryFound
           PERFORM UNTIL SAX = 1 OR EntryFound = 'Y'
              IF XACustID(SAX - 1) < EntryCustID
                 OR (XACustID(SAX - 1) = EntryCustID
                 AND XAShipNum(SAX - 1) < EntryShipNum)
                 MOVE 'Y' TO EntryFound
              ELSE
                 MOVE ShipToEntry(SAX - 1) TO ShipToEntry(SAX)
                 SET SAX DOWN BY 1
              END-IF
           END-PERFORM
           PERFORM MoveEntryToTable.

       ChangeShipTo.
           PERFORM AcceptShipTo
           IF ShipToFound = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Blank Keeps The Current Value"
           MOVE XAName(SAX) TO EntryName
           MOVE XAStreet(SAX) TO EntryStreet
           MOVE XACity(SAX) TO EntryCity
           MOVE XAState(SAX) TO EntryState
           MOVE XAZip(SAX) TO EntryZip
           PERFORM AcceptAddress
           IF EntryValid = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Save Ship-To " EntryShipNum " For Customer "
              EntryCustID " (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           PERFORM MoveEntryToTable
           PERFORM RewriteShipTos
           IF ShipToStatus = "00"
              ADD 1 TO ChangeCount
              DISPLAY "Ship-To " EntryShipNum " Changed"
           END-IF.

       DeleteShipTo.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptShipTo
           IF ShipToFound = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Delete Ship-To " EntryShipNum " For Customer "
              EntryCustID " (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SAX >= ShipToCount
              MOVE ShipToEntry(SAX + 1) TO ShipToEntry(SAX)
              SET SAX UP BY 1
           END-PERFORM
           SUBTRACT 1 FROM ShipToCount
           PERFORM RewriteShipTos
           IF ShipToStatus = "00"
              ADD 1 TO DeleteCount
              DISPLAY "Ship-To " EntryShipNum " Deleted"
           END-IF.

       AcceptShipTo.
           MOVE 'N' TO ShipToFound
           DISPLAY "Customer Number : " WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "Customer Number Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO EntryCustID
           DISPLAY "Ship-To Number : " WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "Ship-To Number Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO EntryShipNum
           MOVE EntryCustID TO ShipToCustID
           MOVE EntryShipNum TO ShipToNum
           PERFORM FindShipTo
           IF ShipToFound = 'N'
              DISPLAY "Ship-To " EntryShipNum " Not On File For "
                 "Customer " EntryCustID
           ELSE
              DISPLAY "  " FUNCTION TRIM(ShipToName) ", "
                 FUNCTION TRIM(ShipToStreet) ", "
                 FUNCTION TRIM(ShipToCity) " " ShipToState " "
                 ShipToZip
           END-IF.

       AcceptAddress.
           MOVE 'N' TO EntryValid
           DISPLAY "Name : " WITH NO ADVANCING
           PERFORM AcceptKeepName
           DISPLAY "Street : " WITH NO ADVANCING
           PERFORM AcceptKeepStreet
           DISPLAY "City : " WITH NO ADVANCING
           PERFORM AcceptKeepCity
           DISPLAY "State : " WITH NO ADVANCING
           PERFORM AcceptKeepState
           DISPLAY "ZIP : " WITH NO ADVANCING
           MOVE SPACES TO EntryZipText
           ACCEPT EntryZipText
           IF EntryZipText NOT = SPACES
              IF FUNCTION TRIM(EntryZipText) IS NOT NUMERIC
                 DISPLAY "ZIP Not Valid"
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION NUMVAL(EntryZipText) TO EntryZip
           END-IF
           EVALUATE TRUE
              WHEN EntryName = SPACES
                 DISPLAY "Name Required"
              WHEN EntryStreet = SPACES OR EntryCity = SPACES
                 DISPLAY "Street And City Required"
              WHEN EntryState IS NOT ALPHABETIC
                 OR EntryState(2:1) = SPACE
                 DISPLAY "State Not Valid"
              WHEN EntryZip = ZERO
                 DISPLAY "ZIP Required"
              WHEN OTHER
                 MOVE 'Y' TO EntryValid
           END-EVALUATE.

       AcceptKeepName.
           MOVE SPACES TO ShipToName
           ACCEPT ShipToName
           IF ShipToName NOT = SPACES
              MOVE ShipToName TO EntryName
           END-IF.

       AcceptKeepStreet.
           MOVE SPACES TO ShipToStreet
           ACCEPT ShipToStreet
           IF ShipToStreet NOT = SPACES
              MOVE ShipToStreet TO EntryStreet
           END-IF.

       AcceptKeepCity.
           MOVE SPACES TO ShipToCity
           ACCEPT ShipToCity
           IF ShipToCity NOT = SPACES
              MOVE ShipToCity TO EntryCity
           END-IF.

       AcceptKeepState.
           MOVE SPACES TO ShipToState
           ACCEPT ShipToState
           IF ShipToState NOT = SPACES
              MOVE FUNCTION UPPER-CASE(ShipToState) TO EntryState
           END-IF.

       MoveEntryToTable.
           MOVE EntryCustID TO XACustID(SAX)
           MOVE EntryShipNum TO XAShipNum(SAX)
           MOVE EntryName TO XAName(SAX)
           MOVE EntryStreet TO XAStreet(SAX)
           MOVE EntryCity TO XACity(SAX)
           MOVE EntryState TO XAState(SAX)
           MOVE EntryZip TO XAZip(SAX).

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

       RewriteShipTos.
           OPEN OUTPUT ShipToFile
           IF ShipToStatus NOT = "00"
              DISPLAY "Unable To Rewrite ShipTo.dat, Status "
                 ShipToStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SAX FROM 1 BY 1 UNTIL SAX > ShipToCount
              MOVE XACustID(SAX) TO SACustID
              MOVE XAShipNum(SAX) TO SAShipNum
              MOVE XAName(SAX) TO SAName
              MOVE XAStreet(SAX) TO SAStreet
              MOVE XACity(SAX) TO SACity
              MOVE XAState(SAX) TO SAState
              MOVE XAZip(SAX) TO SAZip
              WRITE ShipToRecord
              IF ShipToStatus NOT = "00"
                 DISPLAY "Unable To Write ShipTo.dat, Status "
                    ShipToStatus
              END-IF
           END-PERFORM
           CLOSE ShipToFile.
