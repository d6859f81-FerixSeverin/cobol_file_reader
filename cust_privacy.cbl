       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST_PRIVACY.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Customer personal data requests: print to Privacy.<id>.rpt or
      *> erase. Every request is logged to PrivacyLog.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT ContactFile ASSIGN TO "CustContact.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ContactKey
              FILE STATUS IS ContactFileStatus.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT HistFile ASSIGN TO HistFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HistFileStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT BackorderFile ASSIGN TO "Backorder.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BackorderStatus.
           SELECT LoyaltyFile ASSIGN TO "LoyaltyPts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LoyaltyStatus.
           SELECT NotesFile ASSIGN TO "CustNotes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NotesFileStatus.
           SELECT CustomerArchive ASSIGN TO "CustomerArchive.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CustomerArchiveStatus.
           SELECT CustomerAudit ASSIGN TO "CustomerAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CustomerAuditStatus.
           SELECT JournalFile ASSIGN TO "CustJrnl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JournalStatus.
           SELECT ShipToFile ASSIGN TO "ShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipToStatus.
           SELECT OrderShipFile ASSIGN TO "OrderShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderShipStatus.
           SELECT MovedFile ASSIGN TO "Moved.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MovedStatus.
           SELECT EDelivPrefFile ASSIGN TO "EDelivPref.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EDelivPrefStatus.
           SELECT EDelivLogFile ASSIGN TO "EDelivLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EDelivLogStatus.
           SELECT EDelivOutFile ASSIGN TO "EDelivOut.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EDelivOutStatus.
           SELECT CallFile ASSIGN TO "CollCall.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CallFileStatus.
           SELECT ChgQueueFile ASSIGN TO "CustChange.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChgQueueStatus.
           SELECT PrivWorkFile ASSIGN TO "Privacy.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PrivWorkStatus.
           SELECT PrivTargetFile ASSIGN TO PrivTargetName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PrivTargetStatus.
           SELECT PrivReport ASSIGN TO PrivReportName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PrivReportStatus.
           SELECT PrivLogFile ASSIGN TO "PrivacyLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PrivLogStatus.

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

       FD ContactFile.
       01 ContactData.
           02 ContactKey.
              03 CCCustID PIC 9(5).
              03 CCSeq PIC 9(3).
           02 CCType PIC X(5).
           02 CCValue PIC X(40).

       FD OrderMastFile.
       01 OrderMastData.
           02 OMOrdNum PIC 9(7).
           02 OMTimestamp PIC X(21).
           02 OMCustID PIC 9(5).
           02 OMLineCount PIC 9(3).
           02 OMTaxAmt PIC 9(7)V99.
           02 OMFreightAmt PIC 9(5)V99.
           02 OMOrdTotal PIC 9(7)V99.
           02 OMStatus PIC X.
           02 OMOperator PIC X(8).
           02 OMInvNum PIC 9(7).

       FD OrderTransFile.
       01 OrderTransRecord.
           02 OTTimestamp PIC X(21).
           02 OTCustID PIC 9(5).
           02 OTProdName PIC X(10).
           02 OTSize PIC A.
           02 OTQty PIC 9(5).
           02 OTUnitPrice PIC 9(3)V99.
           02 OTExtPrice PIC 9(7)V99.
           02 OTStatus PIC X.
           02 OTOrdNum PIC 9(7).
           02 OTOperator PIC X(8).
           02 OTLineNum PIC 9(3).
           02 OTTaxAmt PIC 9(5)V99.

       FD HistFile.
       01 HistRecord.
           02 HTTimestamp PIC X(21).
           02 HTCustID PIC 9(5).
           02 HTProdName PIC X(10).
           02 HTSize PIC A.
           02 HTQty PIC 9(5).
           02 HTUnitPrice PIC 9(3)V99.
           02 HTExtPrice PIC 9(7)V99.
           02 HTStatus PIC X.
           02 HTOrdNum PIC 9(7).
           02 HTOperator PIC X(8).
           02 HTLineNum PIC 9(3).
           02 HTTaxAmt PIC 9(5)V99.

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD BackorderFile.
       01 BackorderRecord.
           02 BOTimestamp PIC X(21).
           02 BOCustID PIC 9(5).
           02 BOProdName PIC X(10).
           02 BOSize PIC A.
           02 BOQty PIC 9(5).
           02 BOStatus PIC X.
           02 BOOrdNum PIC 9(7).

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

       FD NotesFile.
       01 NoteRecord.
           02 NTTimestamp PIC X(21).
           02 NTCustID PIC 9(5).
           02 NTOperator PIC X(8).
           02 NTText PIC X(60).

       FD CustomerArchive.
       01 ArchiveData.
           02 ArchiveTimestamp PIC X(21).
           02 ArchIDNum PIC 9(5).
           02 ArchFirstName PIC X(15).
           02 ArchLastName PIC X(15).
           02 ArchDateOfBirth.
              03 ArchMOB PIC 99.
              03 ArchDOB PIC 99.
              03 ArchYOB PIC 9(4).
           02 ArchMailAddress.
              03 ArchStreet PIC X(20).
              03 ArchCity PIC X(15).
              03 ArchState PIC X(2).
              03 ArchZip PIC 9(5).
           02 ArchTaxID PIC 9(9).
           02 ArchOperator PIC X(8).

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

       FD JournalFile.
       01 JournalRecord.
           02 JNTimestamp PIC X(21).
           02 JNAction PIC X(6).
           02 JNBefore PIC X(96).
           02 JNAfter PIC X(96).

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

       FD MovedFile.
       01 MovedRecord.
           02 MVCustID PIC 9(5).
           02 MVStreet PIC X(20).
           02 MVZip PIC 9(5).
           02 MVMoveDate PIC 9(8).
           02 MVFlagDate PIC 9(8).

       FD EDelivPrefFile.
       01 EDelivPrefRecord.
           02 EPCustID PIC 9(5).
           02 EPOptIn PIC X.
           02 EPDate PIC 9(8).
           02 EPOperator PIC X(8).

       FD EDelivLogFile.
       01 EDelivLogRecord.
           02 ELTimestamp PIC X(21).
           02 ELCustID PIC 9(5).
           02 ELDocType PIC X(4).
           02 ELDocRef PIC X(10).
           02 ELEmail PIC X(40).
           02 ELResult PIC X(8).
           02 ELLines PIC 9(3).

       FD EDelivOutFile.
       01 EDelivOutRecord.
           02 EOCustID PIC 9(5).
           02 EODocType PIC X(4).
           02 EODocRef PIC X(10).
           02 EOEmail PIC X(40).
           02 EOLineNum PIC 9(3).
           02 EOText PIC X(70).

       FD CallFile.
       01 CallRecord.
           02 CLTimestamp PIC X(21).
           02 CLCustID PIC 9(5).
           02 CLCollector PIC X(8).
           02 CLOutcome PIC XX.
           02 CLNote PIC X(40).

       FD ChgQueueFile.
       01 ChgQueueRecord.
           02 CGSeq PIC 9(7).
           02 CGTimestamp PIC X(21).
           02 CGCustID PIC 9(5).
           02 CGField PIC X(5).
           02 CGOldValue PIC X(42).
           02 CGNewValue PIC X(42).
           02 CGStatus PIC X.
           02 CGRequester PIC X(8).
           02 CGDecider PIC X(8).
           02 CGReason PIC X(30).

       FD PrivWorkFile.
       01 PrivWorkRecord PIC X(219).

       FD PrivTargetFile.
       01 PrivTargetRecord PIC X(219).

       FD PrivReport.
       01 PrivReportLine PIC X(100).

       FD PrivLogFile.
       01 PrivLogRecord.
           02 PLTimestamp PIC X(21).
           02 PLCustID PIC 9(5).
           02 PLAction PIC X(6).
           02 PLRecords PIC 9(5).
           02 PLResult PIC X(10).
           02 PLOperator PIC X(8).
           02 PLReport PIC X(30).

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus PIC XX VALUE "00".
       01 ContactFileStatus PIC XX VALUE "00".
       01 OrderMastStatus PIC XX VALUE "00".
       01 OrderTransStatus PIC XX VALUE "00".
       01 HistFileStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 BackorderStatus PIC XX VALUE "00".
       01 LoyaltyStatus PIC XX VALUE "00".
       01 NotesFileStatus PIC XX VALUE "00".
       01 CustomerArchiveStatus PIC XX VALUE "00".
       01 CustomerAuditStatus PIC XX VALUE "00".
       01 JournalStatus PIC XX VALUE "00".
       01 ShipToStatus PIC XX VALUE "00".
       01 OrderShipStatus PIC XX VALUE "00".
       01 MovedStatus PIC XX VALUE "00".
       01 EDelivPrefStatus PIC XX VALUE "00".
       01 EDelivLogStatus PIC XX VALUE "00".
       01 EDelivOutStatus PIC XX VALUE "00".
       01 CallFileStatus PIC XX VALUE "00".
       01 ChgQueueStatus PIC XX VALUE "00".
       01 PrivWorkStatus PIC XX VALUE "00".
       01 PrivTargetStatus PIC XX VALUE "00".
       01 PrivReportStatus PIC XX VALUE "00".
       01 PrivLogStatus PIC XX VALUE "00".

       01 StayOpen PIC X VALUE 'Y'.
       01 PrivMode PIC X.
       01 PrivCustID PIC 9(5).
       01 PrivConfirm PIC X.
       01 CustExists PIC X.
       01 PrivEOF PIC X.
       01 PrivOpened PIC X.
       01 PrivWorkOK PIC X.
       01 PrivOpenStatus PIC XX.
       01 PrivRecCount PIC 9(5).
       01 PrivSectionCount PIC 9(5).
       01 PrivFileCount PIC 9(5).
       01 PrivErrors PIC 9(3).
       01 PrivErrorsBefore PIC 9(3).
       01 PrivChainOK PIC X.
       01 PrivChainOn PIC X.
       01 PrivChained PIC X.
       01 PrivOldCheck PIC 9(9).
       01 PrivNewCheck PIC 9(9).
       01 PrivChainCount PIC 9(9).
       01 PrivOpenOrders PIC 9(5).
       01 PrivOpenBackorders PIC 9(5).
       01 PrivBalance PIC S9(9)V99.
       01 PrivPendCount PIC 9(3).
       01 PrivPendTable.
           02 PrivPendEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON PrivPendCount
                 INDEXED BY PPX.
              03 PPSeq PIC 9(7).
              03 PPField PIC X(5).
              03 PPRequester PIC X(8).
              03 PPOpen PIC X.
       01 PrivRejected PIC 9(3).
       01 PrivStamp PIC X(21).
       01 PrivReportName PIC X(30).
       01 PrivTargetName PIC X(30).
       01 PrivSection PIC X(40).
       01 PrivLine PIC X(100).
       01 PrivLogAction PIC X(6).
       01 PrivLogResult PIC X(10).
       01 PrivErased PIC X(6) VALUE "ERASED".
       01 PrivErasedNote PIC X(20) VALUE "PERSONAL DATA ERASED".
       01 HistFileName PIC X(30).
       01 HistMonths PIC 99 VALUE 84.
       01 MonthSub PIC 99.
       01 HistPeriod PIC 9(6).
       01 HistPeriodParts REDEFINES HistPeriod.
           02 HPYear PIC 9(4).
           02 HPMonth PIC 99.
       01 AmountDisplay PIC $$,$$$,$$9.99.
       01 BalanceDisplay PIC $$$,$$$,$$9.99-.

       01 CustImage.
           02 CIIDNum PIC 9(5).
           02 CIFirstName PIC X(15).
           02 CILastName PIC X(15).
           02 CIDateOfBirth.
              03 CIMOB PIC 99.
              03 CIDOB PIC 99.
              03 CIYOB PIC 9(4).
           02 CIMailAddress.
              03 CIStreet PIC X(20).
              03 CICity PIC X(15).
              03 CIState PIC X(2).
              03 CIZip PIC 9(5).
           02 CITaxID PIC 9(9).
           02 CIMailPrefs.
              03 CINoMailFlag PIC X.
              03 CINoMktgFlag PIC X.

       01 CurrentOperator PIC X(8) VALUE SPACES.
       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.
       01 JournalRequest.
           02 JRAction PIC X(6).
           02 JRBefore PIC X(96).
           02 JRAfter PIC X(96).

       COPY SITEWS.

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
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "CUSTOMER PERSONAL DATA REQUESTS"
              DISPLAY "(P)rint Data Held, (E)rase, (Q)uit : "
                 WITH NO ADVANCING
              ACCEPT PrivMode
              EVALUATE PrivMode
                 WHEN 'P'
                 WHEN 'p'
                    PERFORM ExportCustomer
                 WHEN 'E'
                 WHEN 'e'
                    PERFORM EraseCustomer
                 WHEN OTHER
                    MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM.
           STOP RUN.

       COPY SITEPROC.

       ExportCustomer.
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
           ACCEPT PrivCustID.
           MOVE SPACES TO PrivReportName
           STRING "Privacy." DELIMITED BY SIZE
              PrivCustID DELIMITED BY SIZE
              ".rpt" DELIMITED BY SIZE
              INTO PrivReportName
           END-STRING
           OPEN OUTPUT PrivReport
           IF PrivReportStatus NOT = "00"
              DISPLAY "Unable To Open "
                 FUNCTION TRIM(PrivReportName) ", Status "
                 PrivReportStatus
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO PrivRecCount
           MOVE ZERO TO PrivErrors
           MOVE FUNCTION CURRENT-DATE TO PrivStamp
           MOVE SPACES TO PrivLine
           STRING "PERSONAL DATA HELD FOR CUSTOMER " DELIMITED BY SIZE
              PrivCustID DELIMITED BY SIZE
              INTO PrivLine
           END-STRING
           PERFORM WritePrivLine
           STRING "Produced " DELIMITED BY SIZE
              PrivStamp(1:4) "-" PrivStamp(5:2) "-" PrivStamp(7:2)
                 DELIMITED BY SIZE
              " By " DELIMITED BY SIZE
              CurrentOperator DELIMITED BY SPACE
              INTO PrivLine
           END-STRING
           PERFORM WritePrivLine
           PERFORM PrintCustomer
           PERFORM PrintArchive
           PERFORM PrintContacts
           PERFORM PrintNotes
           PERFORM PrintShipTos
           PERFORM PrintOrderShipTos
           PERFORM PrintMoved
           PERFORM PrintEDeliv
           PERFORM PrintAudit
           PERFORM PrintJournal
           PERFORM PrintChanges
           PERFORM PrintCalls
           PERFORM PrintOrders
           PERFORM PrintOrderLines
           PERFORM PrintARTrans
           PERFORM PrintBackorders
           PERFORM PrintLoyalty
           PERFORM WritePrivLine
           STRING "Records Listed : " DELIMITED BY SIZE
              PrivRecCount DELIMITED BY SIZE
              INTO PrivLine
           END-STRING
           PERFORM WritePrivLine
           IF PrivErrors > ZERO
              MOVE "Some Files Could Not Be Read, Listing Incomplete"
                 TO PrivLine
              PERFORM WritePrivLine
           END-IF
           CLOSE PrivReport
           DISPLAY "Personal Data For " PrivCustID " Written To "
              FUNCTION TRIM(PrivReportName)
           DISPLAY "Records Listed : " PrivRecCount
           MOVE "EXPORT" TO PrivLogAction
           IF PrivErrors = ZERO
              MOVE "COMPLETE" TO PrivLogResult
           ELSE
              DISPLAY "Some Files Could Not Be Read, "
                 "Listing Incomplete"
              MOVE "INCOMPLETE" TO PrivLogResult
           END-IF
           PERFORM WritePrivacyLog.

       WritePrivLine.
           WRITE PrivReportLine FROM PrivLine
           MOVE SPACES TO PrivLine.

       StartSection.
           MOVE ZERO TO PrivSectionCount
           PERFORM WritePrivLine
           MOVE PrivSection TO PrivLine
           PERFORM WritePrivLine.

       EndSection.
           IF PrivSectionCount = ZERO
              MOVE "   None On File" TO PrivLine
              PERFORM WritePrivLine
           END-IF
           ADD PrivSectionCount TO PrivRecCount.

       NoteUnavailable.
           MOVE 'Y' TO PrivEOF
           IF PrivOpenStatus NOT = "35"
              ADD 1 TO PrivErrors
              STRING "   File Not Available, Status " DELIMITED BY SIZE
                 PrivOpenStatus DELIMITED BY SIZE
                 INTO PrivLine
              END-STRING
              PERFORM WritePrivLine
           END-IF.

       PrintImage.
           STRING "   Name          : " DELIMITED BY SIZE
              FUNCTION TRIM(CIFirstName) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(CILastName) DELIMITED BY SIZE
              INTO PrivLine
           END-STRING
           PERFORM WritePrivLine
           STRING "   Address       : " DELIMITED BY SIZE
              FUNCTION TRIM(CIStreet) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              FUNCTION TRIM(CICity) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              CIState DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CIZip DELIMITED BY SIZE
              INTO PrivLine
           END-STRING
           PERFORM WritePrivLine
           STRING "   Date Of Birth : " DELIMITED BY SIZE
              CIMOB "/" CIDOB "/" CIYOB DELIMITED BY SIZE
              INTO PrivLine
           END-STRING
           PERFORM WritePrivLine
           STRING "   Taxpayer ID   : " DELIMITED BY SIZE
              CITaxID DELIMITED BY SIZE
              INTO PrivLine
           END-STRING
           PERFORM WritePrivLine
           IF CIMailPrefs NOT = SPACES
              STRING "   No Mail : " DELIMITED BY SIZE
                 CINoMailFlag DELIMITED BY SIZE
                 "   No Marketing : " DELIMITED BY SIZE
                 CINoMktgFlag DELIMITED BY SIZE
                 INTO PrivLine
              END-STRING
              PERFORM WritePrivLine
           END-IF.

       PrintCustomer.
           MOVE "CUSTOMER RECORD" TO PrivSection
           PERFORM StartSection
           OPEN INPUT CustomerFile
           IF CustomerFileStatus NOT = "00"
              MOVE CustomerFileStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           ELSE
              MOVE PrivCustID TO IDNum
              MOVE 'Y' TO CustExists
              READ CustomerFile
                 INVALID KEY MOVE 'N' TO CustExists
              END-READ
              IF CustExists = 'Y'
                 ADD 1 TO PrivSectionCount
                 MOVE CustomerData TO CustImage
                 PERFORM PrintImage
              END-IF
              CLOSE CustomerFile
           END-IF
           PERFORM EndSection.

       PrintArchive.
           MOVE "ARCHIVED CUSTOMER RECORDS" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT CustomerArchive
           IF CustomerArchiveStatus NOT = "00"
              MOVE CustomerArchiveStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ CustomerArchive
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF ArchIDNum = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   Archived " DELIMITED BY SIZE
                          ArchiveTimestamp(1:8) DELIMITED BY SIZE
                          " By " DELIMITED BY SIZE
                          ArchOperator DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                       PERFORM ArchiveToImage
                       PERFORM PrintImage
                    END-IF
              END-READ
           END-PERFORM
           IF CustomerArchiveStatus NOT = "35"
              CLOSE CustomerArchive
           END-IF
           PERFORM EndSection.

       ArchiveToImage.
           MOVE ArchIDNum TO CIIDNum
           MOVE ArchFirstName TO CIFirstName
           MOVE ArchLastName TO CILastName
           MOVE ArchDateOfBirth TO CIDateOfBirth
           MOVE ArchMailAddress TO CIMailAddress
           MOVE ArchTaxID TO CITaxID
           MOVE SPACES TO CIMailPrefs.

       PrintContacts.
           MOVE "CONTACTS" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT ContactFile
           IF ContactFileStatus NOT = "00"
              MOVE ContactFileStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           ELSE
              MOVE PrivCustID TO CCCustID
              MOVE ZERO TO CCSeq
              START ContactFile KEY IS NOT LESS THAN ContactKey
                 INVALID KEY MOVE 'Y' TO PrivEOF
              END-START
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ ContactFile NEXT RECORD
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF CCCustID NOT = PrivCustID
                       MOVE 'Y' TO PrivEOF
                    ELSE
                       ADD 1 TO PrivSectionCount
                       STRING "   " CCSeq " " CCType " "
                             DELIMITED BY SIZE
                          CCValue DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF ContactFileStatus NOT = "35"
              CLOSE ContactFile
           END-IF
           PERFORM EndSection.

       PrintNotes.
           MOVE "NOTES" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT NotesFile
           IF NotesFileStatus NOT = "00"
              MOVE NotesFileStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ NotesFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF NTCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   " NTTimestamp(1:8) " "
                             NTOperator " " DELIMITED BY SIZE
                          NTText DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF NotesFileStatus NOT = "35"
              CLOSE NotesFile
           END-IF
           PERFORM EndSection.

       PrintShipTos.
           MOVE "SHIP-TO ADDRESSES" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT ShipToFile
           IF ShipToStatus NOT = "00"
              MOVE ShipToStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ ShipToFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF SACustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   " SAShipNum " " DELIMITED BY SIZE
                          FUNCTION TRIM(SAName) DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(SAStreet) DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(SACity) DELIMITED BY SIZE
                          ", " SAState " " SAZip DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF ShipToStatus NOT = "35"
              CLOSE ShipToFile
           END-IF
           PERFORM EndSection.

       PrintOrderShipTos.
           MOVE "ORDER SHIP-TO ADDRESSES" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT OrderShipFile
           IF OrderShipStatus NOT = "00"
              MOVE OrderShipStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ OrderShipFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF OXCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   Order " OXOrdNum " "
                             DELIMITED BY SIZE
                          FUNCTION TRIM(OXName) DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(OXStreet) DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(OXCity) DELIMITED BY SIZE
                          ", " OXState " " OXZip DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF OrderShipStatus NOT = "35"
              CLOSE OrderShipFile
           END-IF
           PERFORM EndSection.

       PrintMoved.
           MOVE "CHANGE OF ADDRESS NOTICES" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT MovedFile
           IF MovedStatus NOT = "00"
              MOVE MovedStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ MovedFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF MVCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   Moved " MVMoveDate " From "
                             DELIMITED BY SIZE
                          FUNCTION TRIM(MVStreet) DELIMITED BY SIZE
                          " " MVZip " Flagged " MVFlagDate
                             DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF MovedStatus NOT = "35"
              CLOSE MovedFile
           END-IF
           PERFORM EndSection.

       PrintEDeliv.
           MOVE "E-DELIVERY" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT EDelivPrefFile
           IF EDelivPrefStatus NOT = "00"
              MOVE EDelivPrefStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ EDelivPrefFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF EPCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   Opt In " EPOptIn " Set " EPDate
                             " By " EPOperator DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF EDelivPrefStatus NOT = "35"
              CLOSE EDelivPrefFile
           END-IF
           MOVE 'N' TO PrivEOF
           OPEN INPUT EDelivLogFile
           IF EDelivLogStatus NOT = "00"
              MOVE EDelivLogStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ EDelivLogFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF ELCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   Sent " ELTimestamp(1:8) " "
                             ELDocType " " ELDocRef " "
                             DELIMITED BY SIZE
                          FUNCTION TRIM(ELEmail) DELIMITED BY SIZE
                          " " ELResult DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF EDelivLogStatus NOT = "35"
              CLOSE EDelivLogFile
           END-IF
           MOVE 'N' TO PrivEOF
           OPEN INPUT EDelivOutFile
           IF EDelivOutStatus NOT = "00"
              MOVE EDelivOutStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ EDelivOutFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF EOCustID = PrivCustID AND EOLineNum = 1
                       ADD 1 TO PrivSectionCount
                       STRING "   Waiting " EODocType " " EODocRef
                             " " DELIMITED BY SIZE
                          FUNCTION TRIM(EOEmail) DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF EDelivOutStatus NOT = "35"
              CLOSE EDelivOutFile
           END-IF
           PERFORM EndSection.

       PrintAudit.
           MOVE "CUSTOMER AUDIT TRAIL" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT CustomerAudit
           IF CustomerAuditStatus NOT = "00"
              MOVE CustomerAuditStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ CustomerAudit
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF AuditIDNum = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   " AuditTimestamp(1:8) " "
                             AuditAction " " AuditOperator " "
                             DELIMITED BY SIZE
                          FUNCTION TRIM(AuditOldFirstName)
                             DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(AuditOldLastName)
                             DELIMITED BY SIZE
                          " > " DELIMITED BY SIZE
                          FUNCTION TRIM(AuditNewFirstName)
                             DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(AuditNewLastName)
                             DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          AuditFieldsChanged DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF CustomerAuditStatus NOT = "35"
              CLOSE CustomerAudit
           END-IF
           PERFORM EndSection.

       PrintJournal.
           MOVE "CUSTOMER JOURNAL" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT JournalFile
           IF JournalStatus NOT = "00"
              MOVE JournalStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ JournalFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF JNBefore(1:5) = PrivCustID
                       OR JNAfter(1:5) = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   " JNTimestamp(1:8) " " JNAction
                             DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                       IF JNAfter NOT = SPACES
                          MOVE JNAfter TO CustImage
                       ELSE
                          MOVE JNBefore TO CustImage
                       END-IF
                       PERFORM PrintImage
                    END-IF
              END-READ
           END-PERFORM
           IF JournalStatus NOT = "35"
              CLOSE JournalFile
           END-IF
           PERFORM EndSection.

       PrintChanges.
           MOVE "CUSTOMER CHANGES FOR APPROVAL" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT ChgQueueFile
           IF ChgQueueStatus NOT = "00"
              MOVE ChgQueueStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ ChgQueueFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF CGCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       PERFORM PrintOneChange
                    END-IF
              END-READ
           END-PERFORM
           IF ChgQueueStatus NOT = "35"
              CLOSE ChgQueueFile
           END-IF
           PERFORM EndSection.

       PrintOneChange.
           IF CGStatus = 'P'
              STRING "   Change " CGSeq " " CGTimestamp(1:8) " "
                    CGField " Requested By " CGRequester
                    DELIMITED BY SIZE
                 INTO PrivLine
              END-STRING
              PERFORM WritePrivLine
              STRING "      From : " CGOldValue DELIMITED BY SIZE
                 INTO PrivLine
              END-STRING
              PERFORM WritePrivLine
              STRING "      To   : " CGNewValue DELIMITED BY SIZE
                 INTO PrivLine
              END-STRING
              PERFORM WritePrivLine
           ELSE
              STRING "   Change " CGSeq " " CGTimestamp(1:8) " "
                    CGField " Decided " CGStatus " By " CGDecider
                    " " DELIMITED BY SIZE
                 CGReason DELIMITED BY SIZE
                 INTO PrivLine
              END-STRING
              PERFORM WritePrivLine
           END-IF.

       PrintCalls.
           MOVE "COLLECTION CALLS" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT CallFile
           IF CallFileStatus NOT = "00"
              MOVE CallFileStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ CallFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF CLCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   " CLTimestamp(1:8) " " CLCollector
                             " " CLOutcome " " DELIMITED BY SIZE
                          CLNote DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF CallFileStatus NOT = "35"
              CLOSE CallFile
           END-IF
           PERFORM EndSection.

       PrintOrders.
           MOVE "ORDERS" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT OrderMastFile
           IF OrderMastStatus NOT = "00"
              MOVE OrderMastStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           ELSE
              MOVE PrivCustID TO OMCustID
              START OrderMastFile KEY IS EQUAL TO OMCustID
                 INVALID KEY MOVE 'Y' TO PrivEOF
              END-START
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ OrderMastFile NEXT RECORD
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF OMCustID NOT = PrivCustID
                       MOVE 'Y' TO PrivEOF
                    ELSE
                       ADD 1 TO PrivSectionCount
                       MOVE OMOrdTotal TO AmountDisplay
                       STRING "   Order " OMOrdNum
                             " Date " OMTimestamp(1:8)
                             " Lines " OMLineCount
                             " Total " AmountDisplay
                             " Status " OMStatus
                             " Invoice " OMInvNum
                             DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF OrderMastStatus NOT = "35"
              CLOSE OrderMastFile
           END-IF
           PERFORM EndSection.

       PrintOrderLines.
           MOVE "ORDER LINES" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              MOVE OrderTransStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF OTCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       MOVE OTExtPrice TO AmountDisplay
                       STRING "   Order " OTOrdNum
                             " Line " OTLineNum
                             " Date " OTTimestamp(1:8)
                             " " OTProdName " " OTSize
                             " Qty " OTQty
                             " " AmountDisplay
                             " " OTStatus
                             DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF OrderTransStatus NOT = "35"
              CLOSE OrderTransFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:6) TO HistPeriod
           PERFORM VARYING MonthSub FROM 1 BY 1
              UNTIL MonthSub > HistMonths
              PERFORM PrintOneHistFile
              IF HPMonth = 1
                 SUBTRACT 1 FROM HPYear
                 MOVE 12 TO HPMonth
              ELSE
                 SUBTRACT 1 FROM HPMonth
              END-IF
           END-PERFORM
           PERFORM EndSection.

       PrintOneHistFile.
           MOVE SPACES TO HistFileName
           STRING "OrderHist." DELIMITED BY SIZE
              HistPeriod DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO HistFileName
           END-STRING
           MOVE 'N' TO PrivEOF
           OPEN INPUT HistFile
           IF HistFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ HistFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF HTCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       MOVE HTExtPrice TO AmountDisplay
                       STRING "   Order " HTOrdNum
                             " Line " HTLineNum
                             " Date " HTTimestamp(1:8)
                             " " HTProdName " " HTSize
                             " Qty " HTQty
                             " " AmountDisplay
                             " " HTStatus
                             DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HistFile.

       PrintARTrans.
           MOVE "ACCOUNTS RECEIVABLE" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              MOVE ARTransStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF ARCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       MOVE ARAmount TO AmountDisplay
                       STRING "   " ARTimestamp(1:8)
                             " Type " ARType
                             " " AmountDisplay
                             " Ref " ARRef
                             " Invoice " ARInvNum
                             DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF ARTransStatus NOT = "35"
              CLOSE ARTransFile
           END-IF
           PERFORM EndSection.

       PrintBackorders.
           MOVE "BACKORDERS" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT BackorderFile
           IF BackorderStatus NOT = "00"
              MOVE BackorderStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ BackorderFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF BOCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   " BOTimestamp(1:8)
                             " " BOProdName " " BOSize
                             " Qty " BOQty
                             " Status " BOStatus
                             " Order " BOOrdNum
                             DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF BackorderStatus NOT = "35"
              CLOSE BackorderFile
           END-IF
           PERFORM EndSection.

       PrintLoyalty.
           MOVE "LOYALTY POINTS" TO PrivSection
           PERFORM StartSection
           MOVE 'N' TO PrivEOF
           OPEN INPUT LoyaltyFile
           IF LoyaltyStatus NOT = "00"
              MOVE LoyaltyStatus TO PrivOpenStatus
              PERFORM NoteUnavailable
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ LoyaltyFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF LPCustID = PrivCustID
                       ADD 1 TO PrivSectionCount
                       STRING "   " LPTimestamp(1:8)
                             " Type " LPType
                             " Points " LPPoints
                             " Order " LPOrdNum
                             " Expires " LPExpiry
                             " Ref " LPRef
                             DELIMITED BY SIZE
                          INTO PrivLine
                       END-STRING
                       PERFORM WritePrivLine
                    END-IF
              END-READ
           END-PERFORM
           IF LoyaltyStatus NOT = "35"
              CLOSE LoyaltyFile
           END-IF
           PERFORM EndSection.

       EraseCustomer.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required To Erase"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
           ACCEPT PrivCustID.
           IF PrivCustID = ZERO
              DISPLAY "Customer ID Required"
              EXIT PARAGRAPH
           END-IF
           OPEN I-O CustomerFile
           IF CustomerFileStatus NOT = "00"
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE PrivCustID TO IDNum
           MOVE 'Y' TO CustExists
           READ CustomerFile
              INVALID KEY MOVE 'N' TO CustExists
           END-READ
           IF CustExists = 'Y'
              DISPLAY "Customer : " FUNCTION TRIM(FirstName) " "
                 FUNCTION TRIM(LastName)
           ELSE
              DISPLAY "Customer Not On File, Erasing Retained "
                 "Records Only"
           END-IF
           PERFORM CheckOpenBusiness
           IF PrivOpenOrders > ZERO OR PrivOpenBackorders > ZERO
              DISPLAY "Customer Has " PrivOpenOrders
                 " Open Orders And " PrivOpenBackorders
                 " Open Backorders"
              DISPLAY "Ship Or Cancel Them Before Erasing"
              CLOSE CustomerFile
              EXIT PARAGRAPH
           END-IF
           IF PrivBalance NOT = ZERO
              MOVE PrivBalance TO BalanceDisplay
              DISPLAY "A/R Balance " BalanceDisplay
                 " Stays On The Ledger"
           END-IF
           DISPLAY "Orders And A/R Are Kept, Personal Details Are "
              "Not"
           DISPLAY "Erase Personal Data For " PrivCustID
              " (Y/N) : " WITH NO ADVANCING
           ACCEPT PrivConfirm
           IF PrivConfirm NOT = 'Y' AND PrivConfirm NOT = 'y'
              DISPLAY "Erasure Cancelled"
              CLOSE CustomerFile
              EXIT PARAGRAPH
           END-IF
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE ZERO TO PrivRecCount
           MOVE ZERO TO PrivErrors
           PERFORM ScrubJournal
           IF CustExists = 'Y'
              PERFORM EraseCustomerRecord
           END-IF
           CLOSE CustomerFile
           PERFORM ScrubArchive
           PERFORM ScrubAudit
           PERFORM WriteEraseAudit
           PERFORM EraseContacts
           PERFORM ScrubNotes
           PERFORM ScrubShipTos
           PERFORM ScrubOrderShipTos
           PERFORM ScrubMoved
           PERFORM ScrubEDelivLog
           PERFORM ScrubEDelivOut
           PERFORM ScrubCalls
           PERFORM ScrubChanges
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "Records Erased : " PrivRecCount
           MOVE "ERASE" TO PrivLogAction
           IF PrivErrors = ZERO
              MOVE "COMPLETE" TO PrivLogResult
           ELSE
              DISPLAY "Erasure Incomplete, Run It Again Once The "
                 "Files Are Free"
              MOVE "INCOMPLETE" TO PrivLogResult
           END-IF
           MOVE SPACES TO PrivReportName
           PERFORM WritePrivacyLog.

       CheckOpenBusiness.
           MOVE ZERO TO PrivOpenOrders
           MOVE ZERO TO PrivOpenBackorders
           MOVE ZERO TO PrivBalance
           MOVE 'N' TO PrivEOF
           OPEN INPUT OrderMastFile
           IF OrderMastStatus NOT = "00"
              MOVE 'Y' TO PrivEOF
           ELSE
              MOVE PrivCustID TO OMCustID
              START OrderMastFile KEY IS EQUAL TO OMCustID
                 INVALID KEY MOVE 'Y' TO PrivEOF
              END-START
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ OrderMastFile NEXT RECORD
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF OMCustID NOT = PrivCustID
                       MOVE 'Y' TO PrivEOF
                    ELSE
                       IF OMStatus NOT = 'S' AND OMStatus NOT = 'C'
                          ADD 1 TO PrivOpenOrders
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF OrderMastStatus NOT = "35"
              CLOSE OrderMastFile
           END-IF
           MOVE 'N' TO PrivEOF
           OPEN INPUT BackorderFile
           IF BackorderStatus NOT = "00"
              MOVE 'Y' TO PrivEOF
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ BackorderFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF BOCustID = PrivCustID AND BOStatus = 'O'
                       ADD 1 TO PrivOpenBackorders
                    END-IF
              END-READ
           END-PERFORM
           IF BackorderStatus NOT = "35"
              CLOSE BackorderFile
           END-IF
           MOVE 'N' TO PrivEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              MOVE 'Y' TO PrivEOF
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF ARCustID = PrivCustID
                       AND ARAmount IS NUMERIC
                       IF ARType = 'C' OR ARType = 'F'
                          OR ARType = 'R'
                          ADD ARAmount TO PrivBalance
                       ELSE
                          SUBTRACT ARAmount FROM PrivBalance
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF ARTransStatus NOT = "35"
              CLOSE ARTransFile
           END-IF.

       AnonymizeImage.
           MOVE PrivErased TO CIFirstName
           MOVE PrivErased TO CILastName
           MOVE ZERO TO CIMOB
           MOVE ZERO TO CIDOB
           MOVE ZERO TO CIYOB
           MOVE PrivErased TO CIStreet
           MOVE SPACES TO CICity
           MOVE ZERO TO CIZip
           MOVE ZERO TO CITaxID
           MOVE 'Y' TO CINoMailFlag
           MOVE 'Y' TO CINoMktgFlag.

       EraseCustomerRecord.
           MOVE CustomerData TO CustImage
           PERFORM AnonymizeImage
           MOVE CustImage TO CustomerData
           REWRITE CustomerData
              INVALID KEY
                 DISPLAY "Unable To Rewrite Customer " PrivCustID
                 ADD 1 TO PrivErrors
              NOT INVALID KEY
                 ADD 1 TO PrivRecCount
                 MOVE "REWRIT" TO JRAction
                 MOVE CustomerData TO JRBefore
                 MOVE CustomerData TO JRAfter
                 CALL "CUST_JOURNAL" USING JournalRequest
                    ON EXCEPTION CONTINUE
                 END-CALL
           END-REWRITE
           IF CustomerFileStatus NOT = "00" AND
              CustomerFileStatus NOT = "23"
              DISPLAY "Unable To Rewrite customer.txt, Status "
                 CustomerFileStatus
              ADD 1 TO PrivErrors
           END-IF.

       OpenPrivWork.
           MOVE ZERO TO PrivFileCount
           MOVE 'Y' TO PrivWorkOK
           MOVE 'N' TO PrivEOF
           OPEN OUTPUT PrivWorkFile
           IF PrivWorkStatus NOT = "00"
              DISPLAY "Unable To Open Privacy.tmp, Status "
                 PrivWorkStatus
              ADD 1 TO PrivErrors
              MOVE 'N' TO PrivWorkOK
           END-IF.

       WritePrivWork.
           WRITE PrivWorkRecord
           IF PrivWorkStatus NOT = "00"
              DISPLAY "Unable To Write Privacy.tmp, Status "
                 PrivWorkStatus
              MOVE 'N' TO PrivWorkOK
              MOVE 'Y' TO PrivEOF
           END-IF.

       ReplaceFromWork.
           IF PrivWorkOK NOT = 'Y'
              DISPLAY FUNCTION TRIM(PrivTargetName) " Not Changed"
              ADD 1 TO PrivErrors
              EXIT PARAGRAPH
           END-IF
           IF PrivFileCount = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO PrivEOF
           OPEN INPUT PrivWorkFile
           IF PrivWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Privacy.tmp, Status "
                 PrivWorkStatus
              ADD 1 TO PrivErrors
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PrivTargetFile
           IF PrivTargetStatus NOT = "00"
              DISPLAY "Unable To Rewrite "
                 FUNCTION TRIM(PrivTargetName) ", Status "
                 PrivTargetStatus
              ADD 1 TO PrivErrors
              CLOSE PrivWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ PrivWorkFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    WRITE PrivTargetRecord FROM PrivWorkRecord
                    IF PrivTargetStatus NOT = "00"
                       DISPLAY "Unable To Write "
                          FUNCTION TRIM(PrivTargetName) ", Status "
                          PrivTargetStatus
                       ADD 1 TO PrivErrors
                       MOVE 'Y' TO PrivEOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PrivWorkFile, PrivTargetFile
           DISPLAY FUNCTION TRIM(PrivTargetName) " Records Erased : "
              PrivFileCount
           ADD PrivFileCount TO PrivRecCount.

       NoteScrubFailed.
           IF PrivOpenStatus NOT = "35"
              DISPLAY "Unable To Open " FUNCTION TRIM(PrivTargetName)
                 ", Status " PrivOpenStatus
              ADD 1 TO PrivErrors
           END-IF.

       ScrubJournal.
           MOVE "CustJrnl.dat" TO PrivTargetName
           OPEN INPUT JournalFile
           IF JournalStatus NOT = "00"
              MOVE JournalStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE JournalFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ JournalFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF JNBefore(1:5) = PrivCustID
                       OR JNAfter(1:5) = PrivCustID
                       ADD 1 TO PrivFileCount
                       IF JNBefore NOT = SPACES
                          MOVE JNBefore TO CustImage
                          PERFORM AnonymizeImage
                          MOVE CustImage TO JNBefore
                       END-IF
                       IF JNAfter NOT = SPACES
                          MOVE JNAfter TO CustImage
                          PERFORM AnonymizeImage
                          MOVE CustImage TO JNAfter
                       END-IF
                    END-IF
                    MOVE JournalRecord TO PrivWorkRecord
                    PERFORM WritePrivWork
              END-READ
           END-PERFORM
           CLOSE JournalFile, PrivWorkFile
           PERFORM ReplaceFromWork.

       ScrubArchive.
           MOVE "CustomerArchive.dat" TO PrivTargetName
           OPEN INPUT CustomerArchive
           IF CustomerArchiveStatus NOT = "00"
              MOVE CustomerArchiveStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE CustomerArchive
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ CustomerArchive
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF ArchIDNum = PrivCustID
                       ADD 1 TO PrivFileCount
                       PERFORM ArchiveToImage
                       PERFORM AnonymizeImage
                       MOVE CIFirstName TO ArchFirstName
                       MOVE CILastName TO ArchLastName
                       MOVE CIDateOfBirth TO ArchDateOfBirth
                       MOVE CIMailAddress TO ArchMailAddress
                       MOVE CITaxID TO ArchTaxID
                    END-IF
                    MOVE ArchiveData TO PrivWorkRecord
                    PERFORM WritePrivWork
              END-READ
           END-PERFORM
           CLOSE CustomerArchive, PrivWorkFile
           PERFORM ReplaceFromWork.

       ScrubAudit.
           MOVE "CustomerAudit.log" TO PrivTargetName
           OPEN INPUT CustomerAudit
           IF CustomerAuditStatus NOT = "00"
              MOVE CustomerAuditStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE CustomerAudit
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO PrivChainOK
           MOVE 'N' TO PrivChainOn
           MOVE ZERO TO PrivOldCheck PrivNewCheck PrivChainCount
           PERFORM UNTIL PrivEOF = 'Y'
              READ CustomerAudit
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    PERFORM CheckAuditChain
                    IF AuditIDNum = PrivCustID
                       ADD 1 TO PrivFileCount
                       MOVE PrivErased TO AuditOldFirstName
                       MOVE PrivErased TO AuditOldLastName
                       MOVE PrivErased TO AuditNewFirstName
                       MOVE PrivErased TO AuditNewLastName
                    END-IF
                    IF PrivChained = 'Y'
                       PERFORM ChainAuditRecord
                    END-IF
                    MOVE AuditRecord TO PrivWorkRecord
                    PERFORM WritePrivWork
              END-READ
           END-PERFORM
           CLOSE CustomerAudit, PrivWorkFile
           MOVE PrivErrors TO PrivErrorsBefore
           PERFORM ReplaceFromWork
           IF PrivFileCount > ZERO AND PrivErrors = PrivErrorsBefore
              PERFORM ResetAuditChain
           END-IF.

       CheckAuditChain.
           MOVE 'N' TO PrivChained
           IF AuditCheck IS NOT NUMERIC
              IF PrivChainOn = 'Y'
                 MOVE 'N' TO PrivChainOK
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO PrivChainOn
           IF PrivChainOK = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE "HASH" TO CRFunc
           MOVE "CustomerAudit.log" TO CRLogName
           MOVE AuditRecord TO CRRecord
           MOVE PrivOldCheck TO CRPrevCheck
           CALL "AUDIT_CHAIN" USING ChainRequest
              ON EXCEPTION MOVE ZERO TO CRCheck
           END-CALL
           IF CRCheck = AuditCheck
              MOVE AuditCheck TO PrivOldCheck
              MOVE 'Y' TO PrivChained
           ELSE
              MOVE 'N' TO PrivChainOK
           END-IF.

       ChainAuditRecord.
           MOVE "HASH" TO CRFunc
           MOVE "CustomerAudit.log" TO CRLogName
           MOVE AuditRecord TO CRRecord
           MOVE PrivNewCheck TO CRPrevCheck
           CALL "AUDIT_CHAIN" USING ChainRequest
              ON EXCEPTION MOVE ZERO TO CRCheck
           END-CALL
           MOVE CRCheck TO AuditCheck
           MOVE CRCheck TO PrivNewCheck
           ADD 1 TO PrivChainCount.

       ResetAuditChain.
           IF PrivChainOK = 'N' OR PrivChainCount = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE "STATE" TO CRFunc
           MOVE "CustomerAudit.log" TO CRLogName
           CALL "AUDIT_CHAIN" USING ChainRequest
              ON EXCEPTION MOVE 'N' TO CRFound
           END-CALL
           IF CRFound NOT = 'Y' OR CRCheck NOT = PrivOldCheck
              OR CRCount NOT = PrivChainCount
              EXIT PARAGRAPH
           END-IF
           MOVE "RESET" TO CRFunc
           MOVE PrivNewCheck TO CRCheck
           MOVE PrivChainCount TO CRCount
           CALL "AUDIT_CHAIN" USING ChainRequest
              ON EXCEPTION CONTINUE
           END-CALL.

       WriteEraseAudit.
           OPEN EXTEND CustomerAudit
           IF CustomerAuditStatus = "35"
              OPEN OUTPUT CustomerAudit
           END-IF
           IF CustomerAuditStatus NOT = "00"
              DISPLAY "Unable To Open CustomerAudit.log, Status "
                 CustomerAuditStatus
              ADD 1 TO PrivErrors
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           MOVE "ERASE" TO AuditAction
           MOVE PrivCustID TO AuditIDNum
           MOVE PrivErased TO AuditOldFirstName
           MOVE PrivErased TO AuditOldLastName
           MOVE PrivErased TO AuditNewFirstName
           MOVE PrivErased TO AuditNewLastName
           MOVE "NAME ADDRESS DOB TAXID" TO AuditFieldsChanged
           MOVE CurrentOperator TO AuditOperator
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
              ADD 1 TO PrivErrors
           END-IF
           CLOSE CustomerAudit.

       EraseContacts.
           MOVE ZERO TO PrivFileCount
           MOVE 'N' TO PrivEOF
           OPEN I-O ContactFile
           IF ContactFileStatus NOT = "00"
              MOVE "CustContact.dat" TO PrivTargetName
              MOVE ContactFileStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           MOVE PrivCustID TO CCCustID
           MOVE ZERO TO CCSeq
           START ContactFile KEY IS NOT LESS THAN ContactKey
              INVALID KEY MOVE 'Y' TO PrivEOF
           END-START
           PERFORM UNTIL PrivEOF = 'Y'
              READ ContactFile NEXT RECORD
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF CCCustID NOT = PrivCustID
                       MOVE 'Y' TO PrivEOF
                    ELSE
                       DELETE ContactFile RECORD
                          INVALID KEY
                             DISPLAY "Unable To Delete Contact "
                                CCSeq
                             ADD 1 TO PrivErrors
                          NOT INVALID KEY
                             ADD 1 TO PrivFileCount
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ContactFile
           IF PrivFileCount > ZERO
              DISPLAY "CustContact.dat Records Erased : "
                 PrivFileCount
              ADD PrivFileCount TO PrivRecCount
           END-IF.

       ScrubNotes.
           MOVE "CustNotes.dat" TO PrivTargetName
           OPEN INPUT NotesFile
           IF NotesFileStatus NOT = "00"
              MOVE NotesFileStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE NotesFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ NotesFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF NTCustID = PrivCustID
                       ADD 1 TO PrivFileCount
                       MOVE PrivErasedNote TO NTText
                    END-IF
                    MOVE NoteRecord TO PrivWorkRecord
                    PERFORM WritePrivWork
              END-READ
           END-PERFORM
           CLOSE NotesFile, PrivWorkFile
           PERFORM ReplaceFromWork.

       ScrubShipTos.
           MOVE "ShipTo.dat" TO PrivTargetName
           OPEN INPUT ShipToFile
           IF ShipToStatus NOT = "00"
              MOVE ShipToStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE ShipToFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ ShipToFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF SACustID = PrivCustID
                       ADD 1 TO PrivFileCount
                       MOVE PrivErased TO SAName
                       MOVE PrivErased TO SAStreet
                       MOVE SPACES TO SACity
                       MOVE ZERO TO SAZip
                    END-IF
                    MOVE ShipToRecord TO PrivWorkRecord
                    PERFORM WritePrivWork
              END-READ
           END-PERFORM
           CLOSE ShipToFile, PrivWorkFile
           PERFORM ReplaceFromWork.

       ScrubOrderShipTos.
           MOVE "OrderShipTo.dat" TO PrivTargetName
           OPEN INPUT OrderShipFile
           IF OrderShipStatus NOT = "00"
              MOVE OrderShipStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE OrderShipFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ OrderShipFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF OXCustID = PrivCustID
                       ADD 1 TO PrivFileCount
                       MOVE PrivErased TO OXName
                       MOVE PrivErased TO OXStreet
                       MOVE SPACES TO OXCity
                       MOVE ZERO TO OXZip
                    END-IF
                    MOVE OrderShipRecord TO PrivWorkRecord
                    PERFORM WritePrivWork
              END-READ
           END-PERFORM
           CLOSE OrderShipFile, PrivWorkFile
           PERFORM ReplaceFromWork.

       ScrubMoved.
           MOVE "Moved.dat" TO PrivTargetName
           OPEN INPUT MovedFile
           IF MovedStatus NOT = "00"
              MOVE MovedStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE MovedFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ MovedFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF MVCustID = PrivCustID
                       ADD 1 TO PrivFileCount
                       MOVE PrivErased TO MVStreet
                       MOVE ZERO TO MVZip
                    END-IF
                    MOVE MovedRecord TO PrivWorkRecord
                    PERFORM WritePrivWork
              END-READ
           END-PERFORM
           CLOSE MovedFile, PrivWorkFile
           PERFORM ReplaceFromWork.

       ScrubEDelivLog.
           MOVE "EDelivLog.dat" TO PrivTargetName
           OPEN INPUT EDelivLogFile
           IF EDelivLogStatus NOT = "00"
              MOVE EDelivLogStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE EDelivLogFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ EDelivLogFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF ELCustID = PrivCustID
                       ADD 1 TO PrivFileCount
                       MOVE PrivErased TO ELEmail
                    END-IF
                    MOVE EDelivLogRecord TO PrivWorkRecord
                    PERFORM WritePrivWork
              END-READ
           END-PERFORM
           CLOSE EDelivLogFile, PrivWorkFile
           PERFORM ReplaceFromWork.

       ScrubEDelivOut.
           MOVE "EDelivOut.dat" TO PrivTargetName
           OPEN INPUT EDelivOutFile
           IF EDelivOutStatus NOT = "00"
              MOVE EDelivOutStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE EDelivOutFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ EDelivOutFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF EOCustID = PrivCustID
                       ADD 1 TO PrivFileCount
                    ELSE
                       MOVE EDelivOutRecord TO PrivWorkRecord
                       PERFORM WritePrivWork
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EDelivOutFile, PrivWorkFile
           PERFORM ReplaceFromWork.

       ScrubCalls.
           MOVE "CollCall.dat" TO PrivTargetName
           OPEN INPUT CallFile
           IF CallFileStatus NOT = "00"
              MOVE CallFileStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE CallFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ CallFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF CLCustID = PrivCustID
                       ADD 1 TO PrivFileCount
                       MOVE PrivErasedNote TO CLNote
                    END-IF
                    MOVE CallRecord TO PrivWorkRecord
                    PERFORM WritePrivWork
              END-READ
           END-PERFORM
           CLOSE CallFile, PrivWorkFile
           PERFORM ReplaceFromWork.

       WritePrivacyLog.
           OPEN EXTEND PrivLogFile
           IF PrivLogStatus = "35"
              OPEN OUTPUT PrivLogFile
           END-IF
           IF PrivLogStatus NOT = "00"
              DISPLAY "Unable To Open PrivacyLog.dat, Status "
                 PrivLogStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO PLTimestamp
           MOVE PrivCustID TO PLCustID
           MOVE PrivLogAction TO PLAction
           MOVE PrivRecCount TO PLRecords
           MOVE PrivLogResult TO PLResult
           MOVE CurrentOperator TO PLOperator
           MOVE PrivReportName TO PLReport
           WRITE PrivLogRecord
           IF PrivLogStatus NOT = "00"
              DISPLAY "Unable To Write PrivacyLog.dat, Status "
                 PrivLogStatus
           END-IF
           CLOSE PrivLogFile.

       ScrubChanges.
           MOVE "CustChange.dat" TO PrivTargetName
           MOVE ZERO TO PrivPendCount
           OPEN INPUT ChgQueueFile
           IF ChgQueueStatus NOT = "00"
              MOVE ChgQueueStatus TO PrivOpenStatus
              PERFORM NoteScrubFailed
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenPrivWork
           IF PrivWorkOK = 'N'
              CLOSE ChgQueueFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrivEOF = 'Y'
              READ ChgQueueFile
                 AT END MOVE 'Y' TO PrivEOF
                 NOT AT END
                    IF CGCustID = PrivCustID
                       PERFORM NotePendingChange
                       IF CGField NOT = "CREDT"
                          AND (CGOldValue NOT = SPACES
                             OR CGNewValue NOT = SPACES)
                          ADD 1 TO PrivFileCount
                          MOVE SPACES TO CGOldValue
                          MOVE SPACES TO CGNewValue
                       END-IF
                    END-IF
                    MOVE ChgQueueRecord TO PrivWorkRecord
                    PERFORM WritePrivWork
              END-READ
           END-PERFORM
           CLOSE ChgQueueFile, PrivWorkFile
           PERFORM ReplaceFromWork
           PERFORM RejectPendingChanges.

       NotePendingChange.
           IF CGStatus = 'P'
              IF PrivPendCount < 500
                 ADD 1 TO PrivPendCount
                 MOVE CGSeq TO PPSeq(PrivPendCount)
                 MOVE CGField TO PPField(PrivPendCount)
                 MOVE CGRequester TO PPRequester(PrivPendCount)
                 MOVE 'Y' TO PPOpen(PrivPendCount)
              ELSE
                 DISPLAY "Too Many Changes For Customer, Change "
                    CGSeq " Not Rejected"
                 ADD 1 TO PrivErrors
              END-IF
           ELSE
              IF PrivPendCount > ZERO
                 SET PPX TO 1
                 SEARCH PrivPendEntry
                    AT END CONTINUE
                    WHEN PPSeq(PPX) = CGSeq
                       MOVE 'N' TO PPOpen(PPX)
                 END-SEARCH
              END-IF
           END-IF.

       RejectPendingChanges.
           MOVE ZERO TO PrivRejected
           IF PrivPendCount = ZERO
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ChgQueueFile
           IF ChgQueueStatus NOT = "00"
              DISPLAY "Unable To Open CustChange.dat, Status "
                 ChgQueueStatus ", Pending Changes Not Rejected"
              ADD 1 TO PrivErrors
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PPX FROM 1 BY 1 UNTIL PPX > PrivPendCount
              IF PPOpen(PPX) = 'Y'
                 MOVE PPSeq(PPX) TO CGSeq
                 MOVE FUNCTION CURRENT-DATE TO CGTimestamp
                 MOVE PrivCustID TO CGCustID
                 MOVE PPField(PPX) TO CGField
                 MOVE SPACES TO CGOldValue
                 MOVE SPACES TO CGNewValue
                 MOVE 'R' TO CGStatus
                 MOVE PPRequester(PPX) TO CGRequester
                 MOVE CurrentOperator TO CGDecider
                 MOVE "CUSTOMER ERASED" TO CGReason
                 WRITE ChgQueueRecord
                 IF ChgQueueStatus NOT = "00"
                    DISPLAY "Unable To Write CustChange.dat, Status "
                       ChgQueueStatus
                    ADD 1 TO PrivErrors
                 ELSE
                    ADD 1 TO PrivRejected
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ChgQueueFile
           IF PrivRejected > ZERO
              DISPLAY "Pending Customer Changes Rejected : "
                 PrivRejected
           END-IF.
