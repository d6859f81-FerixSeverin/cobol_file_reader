       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOA_IMPORT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Applies the change-of-address file NCOA.dat to customer.txt.
      *> Output is Ncoa.rpt and NcoaReview.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NcoaFile ASSIGN TO "NCOA.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NcoaStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT CustomerAudit ASSIGN TO "CustomerAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CustomerAuditStatus.
           SELECT StateFile ASSIGN TO "StateTab.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StateFileStatus.
           SELECT MovedFile ASSIGN TO "Moved.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MovedStatus.
           SELECT NcoaReport ASSIGN TO "Ncoa.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NcoaReportStatus.
           SELECT ReviewReport ASSIGN TO "NcoaReview.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ReviewReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD NcoaFile.
       01 NcoaRecord.
           02 NCFirstName PIC X(15).
           02 NCLastName PIC X(15).
           02 NCOldAddress.
              03 NCOldStreet PIC X(20).
              03 NCOldCity PIC X(15).
              03 NCOldState PIC X(2).
              03 NCOldZip PIC 9(5).
           02 NCMoveType PIC X.
           02 NCMoveDate PIC 9(8).
           02 NCNewAddress.
              03 NCNewStreet PIC X(20).
              03 NCNewCity PIC X(15).
              03 NCNewState PIC X(2).
              03 NCNewZip PIC 9(5).

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

       FD CustomerAudit.
       01 AuditRecord.
           02 AuditTimestamp PIC X(21).
           02 AuditAction PIC X(6).
           02 AuditIDNum PIC 9(5).
           02 AuditOldFirstName PIC X(15).
           02 AuditOldLastName PIC X(15).
           02 AuditNewFirstName PIC X(15).
           02 AuditNewLastName PIC X(15).
           02 AuditFieldsChanged PIC X(26).
           02 AuditOperator PIC X(8).
           02 AuditCheck PIC 9(9).

       FD StateFile.
       01 StateFileRecord.
           02 SFStateCode PIC X(2).
           02 SFZipLow PIC 9(5).
           02 SFZipHigh PIC 9(5).

       FD MovedFile.
       01 MovedRecord.
           02 MVCustID PIC 9(5).
           02 MVStreet PIC X(20).
           02 MVZip PIC 9(5).
           02 MVMoveDate PIC 9(8).
           02 MVFlagDate PIC 9(8).

       FD NcoaReport.
       01 ReportLine PIC X(80).

       FD ReviewReport.
       01 ReviewLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 NcoaStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CustomerAuditStatus PIC XX VALUE "00".
       01 StateFileStatus PIC XX VALUE "00".
       01 NcoaReportStatus PIC XX VALUE "00".
       01 ReviewReportStatus PIC XX VALUE "00".

       01 NcoaEOF PIC X VALUE 'N'.
       01 StateFileEOF PIC X.
       01 CandScanEOF PIC X.
       01 CustExists PIC X.
       01 AddrValid PIC X.
       01 RejectReason PIC X(30).
       01 ResultText PIC X(8).
       01 ReadCount PIC 9(5) VALUE ZERO.
       01 UpdatedCount PIC 9(5) VALUE ZERO.
       01 FlaggedCount PIC 9(5) VALUE ZERO.
       01 ReviewCount PIC 9(5) VALUE ZERO.
       01 NoMatchCount PIC 9(5) VALUE ZERO.
       01 SkippedCount PIC 9(5) VALUE ZERO.
       01 RejectedCount PIC 9(5) VALUE ZERO.
       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 OldFirstName PIC X(15).
       01 OldLastName PIC X(15).
       01 ChangedFields PIC X(26).
       01 SaveCustomerData PIC X(96).

       01 NameMatch PIC X.
       01 FullCount PIC 99.
       01 PartCount PIC 99.
       01 CurrentCount PIC 99.
       01 MatchID PIC 9(5).
       01 CandCount PIC 99.
       01 CandTable.
           02 CandEntry OCCURS 20 TIMES INDEXED BY CX.
              03 CDIDNum PIC 9(5).
              03 CDFirstName PIC X(15).
              03 CDStreet PIC X(20).
              03 CDCity PIC X(15).
              03 CDState PIC X(2).
              03 CDZip PIC 9(5).
              03 CDGrade PIC X.

       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.
       01 JournalRequest.
           02 JRAction PIC X(6).
           02 JRBefore PIC X(96).
           02 JRAfter PIC X(96).

       01 StateCount PIC 9(3) VALUE ZERO.
       01 StateTable.
           02 StateEntry OCCURS 0 TO 75 TIMES
                 DEPENDING ON StateCount
                 INDEXED BY SX.
              03 STStateCode PIC X(2).
              03 STZipLow PIC 9(5).
              03 STZipHigh PIC 9(5).

       01 NcoaDetailLine.
           02 PrnIDNum PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnName PIC X(24).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnResult PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnReason PIC X(30).
       01 FooterCount.
           02 PrnFooterText PIC X(24).
           02 PrnFooterCount PIC ZZZZ9.

       01 ReviewNameLine.
           02 FILLER PIC X(10) VALUE "Moved   : ".
           02 RVFirstName PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 RVLastName PIC X(15).
           02 FILLER PIC X(10) VALUE "  On Date ".
           02 RVMoveDate PIC 9(8).
       01 ReviewAddrLine.
           02 RVLabel PIC X(10).
           02 RVStreet PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 RVCity PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 RVState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 RVZip PIC 9(5).
       01 ReviewReasonLine.
           02 FILLER PIC X(10) VALUE "Reason  : ".
           02 RVReason PIC X(30).
       01 ReviewCandLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 RCIDNum PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 RCFirstName PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 RCStreet PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 RCCity PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 RCState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 RCZip PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 RCMatch PIC X(7).

       COPY SITEWS.
       COPY MOVEDWS.

       01 ChainRequest.
           02 CRFunc PIC X(5).
           02 CRLogName PIC X(20).
           02 CRRecord PIC X(200).
           02 CRPrevCheck PIC 9(9).
           02 CRCheck PIC 9(9).
           02 CRCount PIC 9(9).
           02 CRFound PIC X.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE "CHECK" TO LockFunc
           MOVE "BatchLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           IF LockFound = 'Y'
              DISPLAY "Nightly Batch In Progress, "
                 "Import Not Started"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM OpenAllFiles
           IF RETURN-CODE = 0
              PERFORM LoadStateTable
              PERFORM LoadMoved
              PERFORM UNTIL NcoaEOF = 'Y'
                 READ NcoaFile
                    AT END MOVE 'Y' TO NcoaEOF
                    NOT AT END PERFORM ApplyOneMove
                 END-READ
              END-PERFORM
              PERFORM WriteFooters
              CLOSE NcoaFile, CustomerFile, CustomerAudit,
                 NcoaReport, ReviewReport
              DISPLAY "Change Of Address Records : " ReadCount
              DISPLAY "Addresses Updated : " UpdatedCount
              DISPLAY "Flagged Moved, No Forwarding : "
                 FlaggedCount
              DISPLAY "Sent For Review : " ReviewCount
              DISPLAY "No Matching Customer : " NoMatchCount
              DISPLAY "Skipped : " SkippedCount
              DISPLAY "Rejected : " RejectedCount
           END-IF
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           GOBACK.

       COPY SITEPROC.

       COPY MOVEDPROC.

       OpenAllFiles.
           OPEN INPUT NcoaFile.
           IF NcoaStatus NOT = "00"
              DISPLAY "Unable To Open NCOA.dat, Status "
                 NcoaStatus
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN I-O CustomerFile
              IF CustomerFileStatus NOT = "00"
                 DISPLAY "Unable To Open customer.txt, Status "
                    CustomerFileStatus
                 MOVE 1 TO RETURN-CODE
                 CLOSE NcoaFile
              ELSE
                 OPEN EXTEND CustomerAudit
                 IF CustomerAuditStatus = "35"
                    OPEN OUTPUT CustomerAudit
                 END-IF
                 OPEN OUTPUT NcoaReport
                 OPEN OUTPUT ReviewReport
                 IF CustomerAuditStatus NOT = "00" OR
                    NcoaReportStatus NOT = "00" OR
                    ReviewReportStatus NOT = "00"
                    DISPLAY "Unable To Open Work Files, Statuses "
                       CustomerAuditStatus " "
                       NcoaReportStatus " " ReviewReportStatus
                    MOVE 1 TO RETURN-CODE
                    CLOSE NcoaFile, CustomerFile
                 END-IF
              END-IF
           END-IF.

       LoadStateTable.
           MOVE ZERO TO StateCount
           MOVE 'N' TO StateFileEOF
           OPEN INPUT StateFile
           IF StateFileStatus NOT = "00"
              MOVE 'Y' TO StateFileEOF
           END-IF
           PERFORM UNTIL StateFileEOF = 'Y' OR StateCount >= 75
              READ StateFile
                 AT END MOVE 'Y' TO StateFileEOF
                 NOT AT END
                    ADD 1 TO StateCount
                    MOVE SFStateCode TO STStateCode(StateCount)
                    MOVE SFZipLow TO STZipLow(StateCount)
                    MOVE SFZipHigh TO STZipHigh(StateCount)
              END-READ
           END-PERFORM
           IF StateFileStatus NOT = "35"
              CLOSE StateFile
           END-IF.

       ApplyOneMove.
           ADD 1 TO ReadCount
           MOVE SPACES TO RejectReason ResultText
           MOVE ZERO TO MatchID
           EVALUATE TRUE
              WHEN NCLastName = SPACE
                 MOVE "LAST NAME MISSING" TO RejectReason
              WHEN NCOldZip IS NOT NUMERIC
                 MOVE "OLD ZIP NOT NUMERIC" TO RejectReason
              WHEN NCMoveType NOT = 'F' AND NCMoveType NOT = 'N'
                 MOVE "UNKNOWN MOVE TYPE" TO RejectReason
              WHEN NCMoveType = 'F' AND
                 (NCNewStreet = SPACE OR NCNewZip IS NOT NUMERIC)
                 MOVE "NEW ADDRESS INCOMPLETE" TO RejectReason
           END-EVALUATE
           IF RejectReason NOT = SPACE
              MOVE "REJECTED" TO ResultText
              ADD 1 TO RejectedCount
           ELSE
              PERFORM FindCandidates
              EVALUATE TRUE
                 WHEN FullCount = 1
                    PERFORM ApplyConfidentMatch
                 WHEN FullCount > 1
                    MOVE ZERO TO MatchID
                    MOVE "MORE THAN ONE CUSTOMER MATCHES"
                       TO RejectReason
                    PERFORM SendToReview
                 WHEN CurrentCount > 0
                    MOVE "SKIPPED" TO ResultText
                    MOVE "ALREADY AT NEW ADDRESS" TO RejectReason
                    ADD 1 TO SkippedCount
                 WHEN PartCount > 0
                    MOVE "NAME OR ADDRESS ONLY PARTLY"
                       TO RejectReason
                    PERFORM SendToReview
                 WHEN OTHER
                    MOVE "NO MATCH" TO ResultText
                    MOVE "NO CUSTOMER AT OLD ADDRESS"
                       TO RejectReason
                    ADD 1 TO NoMatchCount
              END-EVALUATE
           END-IF
           MOVE MatchID TO PrnIDNum
           MOVE SPACES TO PrnName
           STRING FUNCTION TRIM(NCFirstName) DELIMITED BY SIZE
              SPACE DELIMITED BY SIZE
              FUNCTION TRIM(NCLastName) DELIMITED BY SIZE
              INTO PrnName
           END-STRING
           MOVE ResultText TO PrnResult
           MOVE RejectReason TO PrnReason
           WRITE ReportLine FROM NcoaDetailLine
           IF NcoaReportStatus NOT = "00"
              DISPLAY "Unable To Write Ncoa.rpt, Status "
                 NcoaReportStatus
           END-IF.

       FindCandidates.
           MOVE ZERO TO CandCount FullCount PartCount CurrentCount
           MOVE 'N' TO CandScanEOF
           MOVE NCLastName TO LastName
           START CustomerFile KEY IS EQUAL TO LastName
              INVALID KEY MOVE 'Y' TO CandScanEOF
           END-START
           PERFORM UNTIL CandScanEOF = 'Y'
              READ CustomerFile NEXT RECORD
                 AT END MOVE 'Y' TO CandScanEOF
                 NOT AT END
                    IF FUNCTION UPPER-CASE(LastName) NOT =
                       FUNCTION UPPER-CASE(NCLastName)
                       MOVE 'Y' TO CandScanEOF
                    ELSE
                       PERFORM GradeCandidate
                    END-IF
              END-READ
           END-PERFORM.

       GradeCandidate.
           EVALUATE TRUE
              WHEN FUNCTION UPPER-CASE(FirstName) =
                 FUNCTION UPPER-CASE(NCFirstName)
                 MOVE 'Y' TO NameMatch
              WHEN FirstName(1:1) NOT = SPACE AND
                 FUNCTION UPPER-CASE(FirstName(1:1)) =
                 FUNCTION UPPER-CASE(NCFirstName(1:1))
                 MOVE 'I' TO NameMatch
              WHEN OTHER
                 MOVE 'N' TO NameMatch
           END-EVALUATE
           IF NameMatch = 'N' OR CandCount >= 20
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CandCount
           SET CX TO CandCount
           MOVE SPACE TO CDGrade(CX)
           EVALUATE TRUE
              WHEN NCMoveType = 'F' AND NameMatch = 'Y'
                 AND FUNCTION UPPER-CASE(Street) =
                 FUNCTION UPPER-CASE(NCNewStreet)
                 AND Zip = NCNewZip
                 MOVE 'C' TO CDGrade(CX)
                 ADD 1 TO CurrentCount
              WHEN NameMatch = 'Y'
                 AND FUNCTION UPPER-CASE(Street) =
                 FUNCTION UPPER-CASE(NCOldStreet)
                 AND Zip = NCOldZip
                 MOVE 'F' TO CDGrade(CX)
                 ADD 1 TO FullCount
                 MOVE IDNum TO MatchID
              WHEN FUNCTION UPPER-CASE(Street) =
                 FUNCTION UPPER-CASE(NCOldStreet)
                 OR Zip = NCOldZip
                 MOVE 'P' TO CDGrade(CX)
                 ADD 1 TO PartCount
           END-EVALUATE
           IF CDGrade(CX) = SPACE
              SUBTRACT 1 FROM CandCount
              EXIT PARAGRAPH
           END-IF
           MOVE IDNum TO CDIDNum(CX)
           MOVE FirstName TO CDFirstName(CX)
           MOVE Street TO CDStreet(CX)
           MOVE City TO CDCity(CX)
           MOVE State TO CDState(CX)
           MOVE Zip TO CDZip(CX).

       ApplyConfidentMatch.
           IF NCMoveType = 'N'
              PERFORM FlagMovedCustomer
           ELSE
              PERFORM UpdateMailAddress
           END-IF.

       UpdateMailAddress.
           MOVE MatchID TO IDNum
           MOVE 'Y' TO CustExists
           READ CustomerFile
              INVALID KEY MOVE 'N' TO CustExists
           END-READ
           IF CustExists = 'N'
              MOVE "REJECTED" TO ResultText
              MOVE "CUSTOMER NOT ON FILE" TO RejectReason
              ADD 1 TO RejectedCount
              EXIT PARAGRAPH
           END-IF
           MOVE CustomerData TO SaveCustomerData
           MOVE FirstName TO OldFirstName
           MOVE LastName TO OldLastName
           MOVE NCNewStreet TO Street
           MOVE NCNewCity TO City
           MOVE FUNCTION UPPER-CASE(NCNewState) TO State
           MOVE NCNewZip TO Zip
           PERFORM ValidateMasterAddr
           IF AddrValid NOT = 'Y'
              MOVE SaveCustomerData TO CustomerData
              MOVE "NEW ADDRESS FAILS STATE/ZIP" TO RejectReason
              PERFORM SendToReview
              EXIT PARAGRAPH
           END-IF
           PERFORM BuildChangedFields
           REWRITE CustomerData
              INVALID KEY
                 MOVE "REJECTED" TO ResultText
                 MOVE "CUSTOMER NOT ON FILE" TO RejectReason
                 ADD 1 TO RejectedCount
              NOT INVALID KEY
                 MOVE "UPDATED" TO ResultText
                 MOVE "MAIL ADDRESS CHANGED" TO RejectReason
                 ADD 1 TO UpdatedCount
                 PERFORM WriteAuditRecord
                 MOVE "REWRIT" TO JRAction
                 MOVE SaveCustomerData TO JRBefore
                 MOVE CustomerData TO JRAfter
                 PERFORM WriteJournal
           END-REWRITE.

       FlagMovedCustomer.
           SET CX TO 1
           SEARCH CandEntry
              AT END CONTINUE
              WHEN CDGrade(CX) = 'F'
                 MOVE CDIDNum(CX) TO MovedCustID
                 MOVE CDStreet(CX) TO MovedStreet
                 MOVE CDZip(CX) TO MovedZip
           END-SEARCH
           PERFORM FindMoved
           IF MovedFlag = 'Y'
              MOVE "SKIPPED" TO ResultText
              MOVE "ALREADY FLAGGED AS MOVED" TO RejectReason
              ADD 1 TO SkippedCount
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND MovedFile
           IF MovedStatus = "35"
              OPEN OUTPUT MovedFile
           END-IF
           IF MovedStatus NOT = "00"
              DISPLAY "Unable To Open Moved.dat, Status "
                 MovedStatus
              MOVE "REJECTED" TO ResultText
              MOVE "MOVED FLAG NOT WRITTEN" TO RejectReason
              ADD 1 TO RejectedCount
              EXIT PARAGRAPH
           END-IF
           MOVE MovedCustID TO MVCustID
           MOVE MovedStreet TO MVStreet
           MOVE MovedZip TO MVZip
           IF NCMoveDate IS NUMERIC
              MOVE NCMoveDate TO MVMoveDate
           ELSE
              MOVE ZERO TO MVMoveDate
           END-IF
           MOVE RunDate TO MVFlagDate
           WRITE MovedRecord
           IF MovedStatus NOT = "00"
              DISPLAY "Unable To Write Moved.dat, Status "
                 MovedStatus
              MOVE "REJECTED" TO ResultText
              MOVE "MOVED FLAG NOT WRITTEN" TO RejectReason
              ADD 1 TO RejectedCount
           ELSE
              MOVE "FLAGGED" TO ResultText
              MOVE "MOVED, NO FORWARDING ADDRESS" TO RejectReason
              ADD 1 TO FlaggedCount
              IF MovedCount < 5000
                 ADD 1 TO MovedCount
                 SET MVX TO MovedCount
                 MOVE MovedCustID TO XMCustID(MVX)
                 MOVE FUNCTION UPPER-CASE(MovedStreet)
                    TO XMStreet(MVX)
                 MOVE MovedZip TO XMZip(MVX)
              END-IF
           END-IF
           CLOSE MovedFile.

       SendToReview.
           MOVE "REVIEW" TO ResultText
           ADD 1 TO ReviewCount
           MOVE NCFirstName TO RVFirstName
           MOVE NCLastName TO RVLastName
           IF NCMoveDate IS NUMERIC
              MOVE NCMoveDate TO RVMoveDate
           ELSE
              MOVE ZERO TO RVMoveDate
           END-IF
           WRITE ReviewLine FROM ReviewNameLine
           MOVE "From    : " TO RVLabel
           MOVE NCOldStreet TO RVStreet
           MOVE NCOldCity TO RVCity
           MOVE NCOldState TO RVState
           MOVE NCOldZip TO RVZip
           WRITE ReviewLine FROM ReviewAddrLine
           IF NCMoveType = 'N'
              MOVE SPACES TO ReviewLine
              STRING "To      : " DELIMITED BY SIZE
                 "NO FORWARDING ADDRESS" DELIMITED BY SIZE
                 INTO ReviewLine
              END-STRING
              WRITE ReviewLine
           ELSE
              MOVE "To      : " TO RVLabel
              MOVE NCNewStreet TO RVStreet
              MOVE NCNewCity TO RVCity
              MOVE NCNewState TO RVState
              MOVE NCNewZip TO RVZip
              WRITE ReviewLine FROM ReviewAddrLine
           END-IF
           MOVE RejectReason TO RVReason
           WRITE ReviewLine FROM ReviewReasonLine
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CandCount
              MOVE CDIDNum(CX) TO RCIDNum
              MOVE CDFirstName(CX) TO RCFirstName
              MOVE CDStreet(CX) TO RCStreet
              MOVE CDCity(CX) TO RCCity
              MOVE CDState(CX) TO RCState
              MOVE CDZip(CX) TO RCZip
              EVALUATE CDGrade(CX)
                 WHEN 'F' MOVE "FULL" TO RCMatch
                 WHEN 'C' MOVE "CURRENT" TO RCMatch
                 WHEN OTHER MOVE "PARTIAL" TO RCMatch
              END-EVALUATE
              WRITE ReviewLine FROM ReviewCandLine
           END-PERFORM
           MOVE SPACES TO ReviewLine
           WRITE ReviewLine
           IF ReviewReportStatus NOT = "00"
              DISPLAY "Unable To Write NcoaReview.rpt, Status "
                 ReviewReportStatus
           END-IF.

       ValidateMasterAddr.
           MOVE 'Y' TO AddrValid
           IF Street = SPACE AND City = SPACE
              AND State = SPACE AND Zip = ZERO
              CONTINUE
           ELSE
              IF StateCount > 0
                 SET SX TO 1
                 SEARCH StateEntry
                    AT END MOVE 'N' TO AddrValid
                    WHEN STStateCode(SX) =
                       FUNCTION UPPER-CASE(State)
                       IF Zip < STZipLow(SX) OR Zip > STZipHigh(SX)
                          MOVE 'N' TO AddrValid
                       END-IF
                 END-SEARCH
              END-IF
           END-IF.

       BuildChangedFields.
           MOVE SPACES TO ChangedFields
           IF MailAddress NOT = SaveCustomerData(44:42)
              MOVE "ADDR" TO ChangedFields(6:4)
           END-IF.

       WriteAuditRecord.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           MOVE 'UPDATE' TO AuditAction
           MOVE IDNum TO AuditIDNum
           MOVE OldFirstName TO AuditOldFirstName
           MOVE OldLastName TO AuditOldLastName
           MOVE FirstName TO AuditNewFirstName
           MOVE LastName TO AuditNewLastName
           MOVE ChangedFields TO AuditFieldsChanged
           MOVE "NCOA" TO AuditOperator
           MOVE "STAMP" TO CRFunc
           MOVE "CustomerAudit.log" TO CRLogName
           MOVE AuditRecord TO CRRecord
           CALL "AUDIT_CHAIN" USING ChainRequest
              ON EXCEPTION MOVE ZERO TO CRCheck
           END-CALL
           MOVE CRCheck TO AuditCheck
           WRITE AuditRecord
           IF CustomerAuditStatus NOT = "00"
              DISPLAY "Unable To Write CustomerAudit.log, Status "
                 CustomerAuditStatus
           END-IF.

       WriteJournal.
           CALL "CUST_JOURNAL" USING JournalRequest
              ON EXCEPTION CONTINUE
           END-CALL.

       WriteFooters.
           MOVE "Records Read :" TO PrnFooterText
           MOVE ReadCount TO PrnFooterCount
           WRITE ReportLine FROM FooterCount
           MOVE "Addresses Updated :" TO PrnFooterText
           MOVE UpdatedCount TO PrnFooterCount
           WRITE ReportLine FROM FooterCount
           MOVE "Flagged Moved :" TO PrnFooterText
           MOVE FlaggedCount TO PrnFooterCount
           WRITE ReportLine FROM FooterCount
           MOVE "Sent For Review :" TO PrnFooterText
           MOVE ReviewCount TO PrnFooterCount
           WRITE ReportLine FROM FooterCount
           MOVE "No Matching Customer :" TO PrnFooterText
           MOVE NoMatchCount TO PrnFooterCount
           WRITE ReportLine FROM FooterCount
           MOVE "Skipped :" TO PrnFooterText
           MOVE SkippedCount TO PrnFooterCount
           WRITE ReportLine FROM FooterCount
           MOVE "Rejected :" TO PrnFooterText
           MOVE RejectedCount TO PrnFooterCount
           WRITE ReportLine FROM FooterCount
           IF NcoaReportStatus NOT = "00"
              DISPLAY "Unable To Write Ncoa.rpt, Status "
                 NcoaReportStatus
           END-IF.
