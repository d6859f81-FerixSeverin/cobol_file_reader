       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX_EXEMPT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Tax exemption certificate maintenance on TaxExempt.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT TaxExemptFile ASSIGN TO "TaxExempt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TaxExStatus.

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

       FD TaxExemptFile.
       01 TaxExemptRecord.
           02 TECustID PIC 9(5).
           02 TECertNum PIC X(15).
           02 TEStates PIC X(20).
           02 TEExpiry PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CustOpen PIC X VALUE 'N'.
       01 Choice PIC 9 VALUE 1.
       01 StayOpen PIC X VALUE 'Y'.
       01 CurrentOperator PIC X(8).
       01 RunDate PIC 9(8).
       01 EntryText PIC X(10).
       01 EntryCustID PIC 9(5).
       01 EntryCert PIC X(15).
       01 EntryExpiry PIC 9(8).
       01 EntryStatesText PIC X(40).
       01 EntryStateWords.
           02 EntryWord PIC X(3) OCCURS 10 TIMES.
       01 EntryStates PIC X(20).
       01 EntryStateList REDEFINES EntryStates.
           02 EntryState PIC X(2) OCCURS 10 TIMES.
       01 StateCount PIC 99.
       01 WordSub PIC 99.
       01 StatesValid PIC X.
       01 Confirm PIC X.
       01 LookupCustID PIC 9(5).
       01 LookupName PIC X(31).
       01 LookupFound PIC X.
       01 EntryFound PIC X.
       01 ListCount PIC 9(5).
       01 SavedCount PIC 9(5) VALUE ZERO.
       01 RemovedCount PIC 9(5) VALUE ZERO.

       01 ListHeads PIC X(83) VALUE
          "Cust   Customer Name                   Certificate     " &
          "States               Expires".
       01 ListLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCustName PIC X(31).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCertNum PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStates PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExpiry PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExpired PIC X(7).

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY TAXEXWS.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustOpen
           ELSE
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
           END-IF
           PERFORM LoadTaxExempt
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "TAX EXEMPTION CERTIFICATES"
              DISPLAY "1 : List Certificates"
              DISPLAY "2 : Add Or Renew Certificate"
              DISPLAY "3 : Remove Certificate"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListCertificates
                 WHEN 2 PERFORM SaveCertificate
                 WHEN 3 PERFORM RemoveCertificate
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           IF CustOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           DISPLAY "Certificates Saved : " SavedCount
           DISPLAY "Certificates Removed : " RemovedCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.
       COPY TAXEXPROC.

       ListCertificates.
           MOVE ZERO TO ListCount
           DISPLAY " "
           DISPLAY ListHeads
           PERFORM VARYING TEX FROM 1 BY 1 UNTIL TEX > TaxExCount
              ADD 1 TO ListCount
              MOVE XTCustID(TEX) TO PrnCustID LookupCustID
              PERFORM LookUpCustomer
              MOVE LookupName TO PrnCustName
              MOVE XTCertNum(TEX) TO PrnCertNum
              MOVE XTStates(TEX) TO PrnStates
              MOVE XTExpiry(TEX) TO PrnExpiry
              MOVE SPACES TO PrnExpired
              IF XTExpiry(TEX) < RunDate
                 MOVE "EXPIRED" TO PrnExpired
              END-IF
              DISPLAY ListLine
           END-PERFORM
           DISPLAY "Certificates Listed : " ListCount.

       SaveCertificate.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer Number : " WITH NO ADVANCING
           PERFORM AcceptCustomer
           IF LookupFound = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE LookupCustID TO EntryCustID
           MOVE EntryCustID TO TaxExWanted
           MOVE SPACES TO TaxExState
           PERFORM CheckTaxExempt
           IF TaxExOnFile = 'Y'
              DISPLAY "Certificate " FUNCTION TRIM(TaxExCert)
                 " On File, Expires " TaxExExpiry
           END-IF
           DISPLAY "Certificate Number : " WITH NO ADVANCING
           MOVE SPACES TO EntryCert
           ACCEPT EntryCert
           IF EntryCert = SPACES
              DISPLAY "Certificate Number Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Exempt States (Up To 10, e.g. NY NJ CT) : "
              WITH NO ADVANCING
           MOVE SPACES TO EntryStatesText
           ACCEPT EntryStatesText
           PERFORM ParseStates
           IF StatesValid = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Expiry Date (YYYYMMDD) : " WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "Expiry Date Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO EntryExpiry
           IF FUNCTION TEST-DATE-YYYYMMDD(EntryExpiry) NOT = ZERO
              DISPLAY "Expiry Date Not Valid"
              EXIT PARAGRAPH
           END-IF
           IF EntryExpiry < RunDate
              DISPLAY "Certificate Has Already Expired, Not Saved"
              EXIT PARAGRAPH
           END-IF
           IF TaxExOnFile = 'Y'
              DISPLAY "Replace Certificate On File (Y/N) : "
                 WITH NO ADVANCING
              MOVE SPACE TO Confirm
              ACCEPT Confirm
              IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF TaxExCount >= 2000
                 DISPLAY "Certificate Table Full, Not Saved"
                 EXIT PARAGRAPH
              END-IF
              PERFORM AddTaxExEntry
           END-IF
           MOVE EntryCert TO XTCertNum(TEX)
           MOVE EntryStates TO XTStates(TEX)
           MOVE EntryExpiry TO XTExpiry(TEX)
           PERFORM RewriteTaxExempt
           IF TaxExStatus = "00"
              ADD 1 TO SavedCount
              DISPLAY "Customer " EntryCustID " "
                 FUNCTION TRIM(LookupName) " Exempt In "
                 FUNCTION TRIM(EntryStates) " Until " EntryExpiry
           END-IF.

       ParseStates.
           MOVE 'Y' TO StatesValid
           MOVE SPACES TO EntryStateWords EntryStates
           MOVE ZERO TO StateCount
           UNSTRING FUNCTION UPPER-CASE(EntryStatesText)
              DELIMITED BY ALL SPACE OR ALL ","
              INTO EntryWord(1) EntryWord(2) EntryWord(3)
                 EntryWord(4) EntryWord(5) EntryWord(6)
                 EntryWord(7) EntryWord(8) EntryWord(9)
                 EntryWord(10)
           END-UNSTRING
           PERFORM VARYING WordSub FROM 1 BY 1 UNTIL WordSub > 10
              IF EntryWord(WordSub) NOT = SPACES
                 IF EntryWord(WordSub)(3:1) NOT = SPACE
                    OR EntryWord(WordSub)(1:2) IS NOT ALPHABETIC
                    OR EntryWord(WordSub)(2:1) = SPACE
                    MOVE 'N' TO StatesValid
                 ELSE
                    ADD 1 TO StateCount
                    MOVE EntryWord(WordSub)(1:2)
                       TO EntryState(StateCount)
                 END-IF
              END-IF
           END-PERFORM
           IF StatesValid = 'N'
              DISPLAY "State Codes Must Be Two Letters"
              EXIT PARAGRAPH
           END-IF
           IF StateCount = ZERO
              DISPLAY "At Least One State Required"
              MOVE 'N' TO StatesValid
           END-IF.

       AddTaxExEntry.
           ADD 1 TO TaxExCount
           SET TEX TO TaxExCount
           MOVE 'N' TO EntryFound
           PERFORM UNTIL TEX = 1 OR EntryFound = 'Y'
              IF XTCustID(TEX - 1) < EntryCustID
                 MOVE 'Y' TO EntryFound
              ELSE
                 MOVE TaxExEntry(TEX - 1) TO TaxExEntry(TEX)
                 SET TEX DOWN BY 1
              END-IF
           END-PERFORM
           MOVE EntryCustID TO XTCustID(TEX).

       RemoveCertificate.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer Number : " WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "Customer Number Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO TaxExWanted
           MOVE SPACES TO TaxExState
           PERFORM CheckTaxExempt
           IF TaxExOnFile = 'N'
              DISPLAY "No Certificate On File For " TaxExWanted
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Remove Certificate " FUNCTION TRIM(TaxExCert)
              " (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TEX >= TaxExCount
              MOVE TaxExEntry(TEX + 1) TO TaxExEntry(TEX)
              SET TEX UP BY 1
           END-PERFORM
           SUBTRACT 1 FROM TaxExCount
           PERFORM RewriteTaxExempt
           IF TaxExStatus = "00"
              ADD 1 TO RemovedCount
              DISPLAY "Customer " TaxExWanted " Now Taxed"
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

       RewriteTaxExempt.
           OPEN OUTPUT TaxExemptFile
           IF TaxExStatus NOT = "00"
              DISPLAY "Unable To Rewrite TaxExempt.dat, Status "
                 TaxExStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TEX FROM 1 BY 1 UNTIL TEX > TaxExCount
              MOVE XTCustID(TEX) TO TECustID
              MOVE XTCertNum(TEX) TO TECertNum
              MOVE XTStates(TEX) TO TEStates
              MOVE XTExpiry(TEX) TO TEExpiry
              WRITE TaxExemptRecord
              IF TaxExStatus NOT = "00"
                 DISPLAY "Unable To Write TaxExempt.dat, Status "
                    TaxExStatus
              END-IF
           END-PERFORM
           CLOSE TaxExemptFile.
