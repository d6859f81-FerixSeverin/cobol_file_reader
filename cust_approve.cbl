       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST_APPROVE.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Approval of pending customer changes on CustChange.dat. Output
      *> is CustChange.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT CustomerAudit ASSIGN TO "CustomerAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CustomerAuditStatus.
           SELECT ChgQueueFile ASSIGN TO "CustChange.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChgQStatus.
           SELECT CreditLimFile ASSIGN TO "CreditLim.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CreditLimStatus.
           SELECT CreditWorkFile ASSIGN TO "CreditLim.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CreditWorkStatus.
           SELECT ChangeReport ASSIGN TO "CustChange.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChangeReportStatus.

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

       FD CreditLimFile.
       01 CreditLimRecord.
           02 CLCustID PIC 9(5).
           02 CLLimit PIC 9(7)V99.

       FD CreditWorkFile.
       01 CreditWorkRecord PIC X(14).

       FD ChangeReport.
       01 ReportLine PIC X(120).

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CustomerAuditStatus PIC XX VALUE "00".
       01 CreditLimStatus PIC XX VALUE "00".
       01 CreditWorkStatus PIC XX VALUE "00".
       01 ChangeReportStatus PIC XX VALUE "00".

       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 CustExists PIC X.
       01 StopReview PIC X.
       01 ReviewAction PIC X.
       01 PendingShown PIC 9(5).
       01 ApplyOK PIC X.
       01 DecisionStatus PIC X.
       01 DecisionReason PIC X(30).
       01 CurrentValue PIC X(42).
       01 ValueLabel PIC X(7).
       01 ValueText PIC X(45).
       01 MaskTax PIC X.
       01 FieldLabel PIC X(20).
       01 SaveCustomerData PIC X(96).
       01 ChangedFields PIC X(26).
       01 CreditLimEOF PIC X.
       01 HaveLimit PIC X.
       01 CreditLimit PIC 9(7)V99.
       01 LimitDisplay PIC $$,$$$,$$9.99.
       01 ReportFilter PIC X.
       01 DateIn PIC X(21).
       01 DateOut PIC X(10).
       01 ReportCounts.
           02 RptPending PIC 9(5).
           02 RptApproved PIC 9(5).
           02 RptRejected PIC 9(5).
       01 ChgSub PIC 9(4).
       01 KeepSub PIC 9(4).
       01 ChgSkipped PIC 9(5).
       01 ChgDropped PIC 9(5).

       01 ChgCount PIC 9(4) VALUE ZERO.
       01 ChgTable.
           02 ChgEntry OCCURS 0 TO 9999 TIMES
                 DEPENDING ON ChgCount
                 INDEXED BY CGX.
              03 XGSeq PIC 9(7).
              03 XGRequested PIC X(21).
              03 XGCustID PIC 9(5).
              03 XGField PIC X(5).
              03 XGOldValue PIC X(42).
              03 XGNewValue PIC X(42).
              03 XGStatus PIC X.
              03 XGRequester PIC X(8).
              03 XGDecided PIC X(21).
              03 XGDecider PIC X(8).
              03 XGReason PIC X(30).

       01 HeadingLine1.
           02 FILLER PIC X(40)
              VALUE "PENDING CUSTOMER CHANGES".
           02 FILLER PIC X(10) VALUE "RUN DATE ".
           02 PrnRunDate PIC X(10).
       01 HeadingLine2.
           02 FILLER PIC X(9) VALUE "CHANGE".
           02 FILLER PIC X(12) VALUE "REQUESTED".
           02 FILLER PIC X(7) VALUE "CUST".
           02 FILLER PIC X(7) VALUE "FIELD".
           02 FILLER PIC X(10) VALUE "BY".
           02 FILLER PIC X(10) VALUE "STATUS".
           02 FILLER PIC X(12) VALUE "DECIDED".
           02 FILLER PIC X(10) VALUE "BY".
           02 FILLER PIC X(30) VALUE "REASON".
       01 ChgDetailLine.
           02 PrnSeq PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRequested PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnField PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRequester PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStatus PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDecided PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDecider PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnReason PIC X(30).
       01 ChgValueLine.
           02 FILLER PIC X(9) VALUE SPACE.
           02 FILLER PIC X(7) VALUE "From : ".
           02 PrnFrom PIC X(45).
           02 FILLER PIC X(7) VALUE "  To : ".
           02 PrnTo PIC X(45).
       01 TotalLine.
           02 FILLER PIC X(10) VALUE "Pending : ".
           02 PrnTotPending PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "   Approved : ".
           02 PrnTotApproved PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "   Rejected : ".
           02 PrnTotRejected PIC ZZZZ9.

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
       COPY CHGQWS.

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
              DISPLAY "CUSTOMER CHANGE APPROVAL"
              DISPLAY "1 : Review Pending Changes"
              DISPLAY "2 : Print Change Report"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ReviewChanges
                 WHEN 2 PERFORM PrintChangeReport
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM.
           STOP RUN.

       COPY SITEPROC.

       LoadChanges.
           MOVE ZERO TO ChgCount
           MOVE ZERO TO ChgSkipped
           MOVE ZERO TO ChgDropped
           MOVE 'N' TO ChgQEOF
           OPEN INPUT ChgQueueFile
           IF ChgQStatus NOT = "00"
              MOVE 'Y' TO ChgQEOF
           END-IF
           PERFORM UNTIL ChgQEOF = 'Y'
              READ ChgQueueFile
                 AT END MOVE 'Y' TO ChgQEOF
                 NOT AT END
                    IF CGSeq IS NUMERIC AND CGSeq > ZERO
                       PERFORM StoreChange
                    END-IF
              END-READ
           END-PERFORM
           IF ChgQStatus NOT = "35"
              CLOSE ChgQueueFile
           END-IF
           IF ChgDropped > ZERO
              DISPLAY "Older Decided Changes Not Listed : " ChgDropped
           END-IF
           IF ChgSkipped > ZERO
              DISPLAY "Change Table Full, Pending Changes Not "
                 "Loaded : " ChgSkipped
           END-IF.

       StoreChange.
           IF CGStatus NOT = 'P'
              PERFORM StoreDecision
              EXIT PARAGRAPH
           END-IF
           IF ChgCount >= 9999
              PERFORM DropDecidedChanges
           END-IF
           IF ChgCount >= 9999
              ADD 1 TO ChgSkipped
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ChgCount
           MOVE ChgCount TO ChgSub
           MOVE CGSeq TO XGSeq(ChgSub)
           MOVE CGTimestamp TO XGRequested(ChgSub)
           MOVE CGCustID TO XGCustID(ChgSub)
           MOVE CGField TO XGField(ChgSub)
           MOVE CGOldValue TO XGOldValue(ChgSub)
           MOVE CGNewValue TO XGNewValue(ChgSub)
           MOVE CGRequester TO XGRequester(ChgSub)
           MOVE 'P' TO XGStatus(ChgSub)
           MOVE SPACES TO XGDecided(ChgSub)
           MOVE SPACES TO XGDecider(ChgSub)
           MOVE SPACES TO XGReason(ChgSub).

       StoreDecision.
           IF ChgCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET CGX TO 1
           SEARCH ChgEntry
              AT END CONTINUE
              WHEN XGSeq(CGX) = CGSeq
                 MOVE CGStatus TO XGStatus(CGX)
                 MOVE CGTimestamp TO XGDecided(CGX)
                 MOVE CGDecider TO XGDecider(CGX)
                 MOVE CGReason TO XGReason(CGX)
           END-SEARCH.

       DropDecidedChanges.
           MOVE ZERO TO KeepSub
           PERFORM VARYING ChgSub FROM 1 BY 1 UNTIL ChgSub > ChgCount
              IF XGStatus(ChgSub) = 'P'
                 ADD 1 TO KeepSub
                 IF KeepSub NOT = ChgSub
                    MOVE ChgEntry(ChgSub) TO ChgEntry(KeepSub)
                 END-IF
              ELSE
                 ADD 1 TO ChgDropped
              END-IF
           END-PERFORM
           MOVE KeepSub TO ChgCount.

       ReviewChanges.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required To Approve Changes"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadChanges
           OPEN I-O CustomerFile
           IF CustomerFileStatus NOT = "00"
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CustomerAudit
           IF CustomerAuditStatus = "35"
              OPEN OUTPUT CustomerAudit
           END-IF
           IF CustomerAuditStatus NOT = "00"
              DISPLAY "Unable To Open CustomerAudit.log, Status "
                 CustomerAuditStatus
              CLOSE CustomerFile
              EXIT PARAGRAPH
           END-IF
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'N' TO StopReview
           MOVE ZERO TO PendingShown
           PERFORM VARYING ChgSub FROM 1 BY 1
              UNTIL ChgSub > ChgCount OR StopReview = 'Y'
              IF XGStatus(ChgSub) = 'P'
                 PERFORM ReviewOneChange
              END-IF
           END-PERFORM
           IF PendingShown = ZERO
              DISPLAY "No Changes Awaiting Approval"
           END-IF
           CLOSE CustomerFile, CustomerAudit
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.

       ReviewOneChange.
           ADD 1 TO PendingShown
           MOVE XGRequested(ChgSub) TO DateIn
           PERFORM FormatDate
           DISPLAY " "
           DISPLAY "Change " XGSeq(ChgSub) " Requested " DateOut
              " By " XGRequester(ChgSub)
           MOVE XGCustID(ChgSub) TO IDNum
           MOVE 'Y' TO CustExists
           READ CustomerFile
              INVALID KEY MOVE 'N' TO CustExists
           END-READ
           IF CustExists = 'Y'
              DISPLAY "Customer " IDNum " : " FUNCTION TRIM(FirstName)
                 " " FUNCTION TRIM(LastName)
           ELSE
              DISPLAY "Customer " XGCustID(ChgSub)
                 " Is No Longer On File"
           END-IF
           PERFORM ShowChange
           IF XGRequester(ChgSub) = CurrentOperator
              DISPLAY "Requested By You, Another Supervisor Must "
                 "Decide It"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "(A)pprove, (R)eject, (S)kip, (Q)uit : "
              WITH NO ADVANCING
           ACCEPT ReviewAction
           MOVE FUNCTION UPPER-CASE(ReviewAction) TO ReviewAction
           EVALUATE ReviewAction
              WHEN 'A'
                 PERFORM ApplyChange
                 IF ApplyOK = 'Y'
                    MOVE 'A' TO DecisionStatus
                    MOVE SPACES TO DecisionReason
                    PERFORM RecordDecision
                    DISPLAY "Change Approved And Made"
                 ELSE
                    DISPLAY "Change Not Made, Still Pending"
                 END-IF
              WHEN 'R'
                 DISPLAY "Reason For Rejecting : " WITH NO ADVANCING
                 ACCEPT DecisionReason
                 MOVE 'R' TO DecisionStatus
                 PERFORM RecordDecision
                 DISPLAY "Change Rejected"
              WHEN 'Q'
                 MOVE 'Y' TO StopReview
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       ShowChange.
           PERFORM SetFieldLabel
           DISPLAY "Change To : " FieldLabel
           MOVE 'N' TO MaskTax
           MOVE "From : " TO ValueLabel
           MOVE XGOldValue(ChgSub) TO ChgValue
           PERFORM ShowValue
           MOVE "To   : " TO ValueLabel
           MOVE XGNewValue(ChgSub) TO ChgValue
           PERFORM ShowValue
           IF CustExists = 'Y' OR XGField(ChgSub) = "CREDT"
              PERFORM GetCurrentValue
              IF CurrentValue NOT = XGOldValue(ChgSub)
                 DISPLAY "Changed Since The Request Was Made"
                 MOVE "Now  : " TO ValueLabel
                 MOVE CurrentValue TO ChgValue
                 PERFORM ShowValue
              END-IF
           END-IF.

       ShowValue.
           PERFORM FormatValue
           DISPLAY ValueLabel FUNCTION TRIM(ValueText).

       SetFieldLabel.
           EVALUATE XGField(ChgSub)
              WHEN "ADDR"
                 MOVE "Mailing Address" TO FieldLabel
              WHEN "TAXID"
                 MOVE "Taxpayer ID" TO FieldLabel
              WHEN "PREF"
                 MOVE "Mail Preferences" TO FieldLabel
              WHEN "CREDT"
                 MOVE "Credit Limit" TO FieldLabel
              WHEN OTHER
                 MOVE XGField(ChgSub) TO FieldLabel
           END-EVALUATE.

       FormatValue.
           MOVE SPACES TO ValueText
           EVALUATE XGField(ChgSub)
              WHEN "ADDR"
                 STRING FUNCTION TRIM(CVStreet) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(CVCity) DELIMITED BY SIZE
                    ", " CVState " " CVZip DELIMITED BY SIZE
                    INTO ValueText
                 END-STRING
              WHEN "TAXID"
                 IF MaskTax = 'Y'
                    STRING "XXX-XX-" CVTaxID(6:4) DELIMITED BY SIZE
                       INTO ValueText
                    END-STRING
                 ELSE
                    MOVE CVTaxID TO ValueText
                 END-IF
              WHEN "PREF"
                 STRING "No Mail " CVNoMail " No Marketing "
                    CVNoMktg DELIMITED BY SIZE
                    INTO ValueText
                 END-STRING
              WHEN "CREDT"
                 IF ChgValue = SPACES
                    MOVE "None Set" TO ValueText
                 ELSE
                    MOVE CVLimit TO LimitDisplay
                    MOVE LimitDisplay TO ValueText
                 END-IF
              WHEN OTHER
                 MOVE ChgValue TO ValueText
           END-EVALUATE.

       GetCurrentValue.
           MOVE SPACES TO ChgValue
           EVALUATE XGField(ChgSub)
              WHEN "ADDR"
                 MOVE MailAddress TO ChgValue
              WHEN "TAXID"
                 MOVE TaxID TO CVTaxID
              WHEN "PREF"
                 MOVE MailPrefs TO ChgValue
              WHEN "CREDT"
                 PERFORM GetCreditLimit
                 IF HaveLimit = 'Y'
                    MOVE CreditLimit TO CVLimit
                 END-IF
           END-EVALUATE
           MOVE ChgValue TO CurrentValue.

       GetCreditLimit.
           MOVE 'N' TO HaveLimit
           MOVE ZERO TO CreditLimit
           MOVE 'N' TO CreditLimEOF
           OPEN INPUT CreditLimFile
           IF CreditLimStatus NOT = "00"
              MOVE 'Y' TO CreditLimEOF
           END-IF
           PERFORM UNTIL CreditLimEOF = 'Y'
              READ CreditLimFile
                 AT END MOVE 'Y' TO CreditLimEOF
                 NOT AT END
                    IF CLCustID IS NUMERIC
                       AND CLCustID = XGCustID(ChgSub)
                       AND CLLimit IS NUMERIC
                       MOVE 'Y' TO HaveLimit
                       MOVE CLLimit TO CreditLimit
                       MOVE 'Y' TO CreditLimEOF
                    END-IF
              END-READ
           END-PERFORM
           IF CreditLimStatus NOT = "35"
              CLOSE CreditLimFile
           END-IF.

       ApplyChange.
           MOVE 'N' TO ApplyOK
           MOVE SPACES TO ChangedFields
           IF XGField(ChgSub) = "CREDT"
              PERFORM ApplyCreditLimit
              IF ApplyOK = 'Y' AND CustExists = 'Y'
                 MOVE "CREDIT" TO ChangedFields(21:6)
                 PERFORM WriteAuditRecord
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF CustExists = 'N'
              DISPLAY "Customer Not On File, Reject The Change"
              EXIT PARAGRAPH
           END-IF
           MOVE CustomerData TO SaveCustomerData
           MOVE XGNewValue(ChgSub) TO ChgValue
           EVALUATE XGField(ChgSub)
              WHEN "ADDR"
                 MOVE ChgValue TO MailAddress
                 MOVE "ADDR" TO ChangedFields(6:4)
              WHEN "TAXID"
                 MOVE CVTaxID TO TaxID
                 MOVE "TAXID" TO ChangedFields(15:5)
              WHEN "PREF"
                 MOVE ChgValue(1:2) TO MailPrefs
                 MOVE "PREF" TO ChangedFields(21:4)
              WHEN OTHER
                 DISPLAY "Unknown Change Field " XGField(ChgSub)
                 EXIT PARAGRAPH
           END-EVALUATE
           REWRITE CustomerData
              INVALID KEY
                 DISPLAY "Unable To Update Customer " IDNum
              NOT INVALID KEY
                 MOVE 'Y' TO ApplyOK
                 PERFORM WriteAuditRecord
                 MOVE "REWRIT" TO JRAction
                 MOVE SaveCustomerData TO JRBefore
                 MOVE CustomerData TO JRAfter
                 CALL "CUST_JOURNAL" USING JournalRequest
                    ON EXCEPTION CONTINUE
                 END-CALL
           END-REWRITE
           IF CustomerFileStatus NOT = "00" AND
              CustomerFileStatus NOT = "23"
              DISPLAY "Unable To Update customer.txt, Status "
                 CustomerFileStatus
           END-IF.

       ApplyCreditLimit.
           MOVE 'N' TO CreditLimEOF
           OPEN INPUT CreditLimFile
           IF CreditLimStatus NOT = "00"
              IF CreditLimStatus NOT = "35"
                 DISPLAY "Unable To Open CreditLim.dat, Status "
                    CreditLimStatus
                 EXIT PARAGRAPH
              END-IF
              MOVE 'Y' TO CreditLimEOF
           END-IF
           OPEN OUTPUT CreditWorkFile
           IF CreditWorkStatus NOT = "00"
              DISPLAY "Unable To Open CreditLim.tmp, Status "
                 CreditWorkStatus
              IF CreditLimStatus NOT = "35"
                 CLOSE CreditLimFile
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CreditLimEOF = 'Y'
              READ CreditLimFile
                 AT END MOVE 'Y' TO CreditLimEOF
                 NOT AT END
                    IF CLCustID NOT = XGCustID(ChgSub)
                       WRITE CreditWorkRecord FROM CreditLimRecord
                    END-IF
              END-READ
           END-PERFORM
           IF CreditLimStatus NOT = "35"
              CLOSE CreditLimFile
           END-IF
           MOVE XGNewValue(ChgSub) TO ChgValue
           MOVE XGCustID(ChgSub) TO CLCustID
           MOVE CVLimit TO CLLimit
           WRITE CreditWorkRecord FROM CreditLimRecord
           IF CreditWorkStatus NOT = "00"
              DISPLAY "Unable To Write CreditLim.tmp, Status "
                 CreditWorkStatus
              CLOSE CreditWorkFile
              EXIT PARAGRAPH
           END-IF
           CLOSE CreditWorkFile
           OPEN INPUT CreditWorkFile
           IF CreditWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen CreditLim.tmp, Status "
                 CreditWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CreditLimFile
           IF CreditLimStatus NOT = "00"
              DISPLAY "Unable To Rewrite CreditLim.dat, Status "
                 CreditLimStatus
              CLOSE CreditWorkFile
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ApplyOK
           MOVE 'N' TO CreditLimEOF
           PERFORM UNTIL CreditLimEOF = 'Y'
              READ CreditWorkFile
                 AT END MOVE 'Y' TO CreditLimEOF
                 NOT AT END
                    WRITE CreditLimRecord FROM CreditWorkRecord
                    IF CreditLimStatus NOT = "00"
                       DISPLAY "Unable To Write CreditLim.dat, "
                          "Status " CreditLimStatus
                       MOVE 'N' TO ApplyOK
                       MOVE 'Y' TO CreditLimEOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CreditWorkFile, CreditLimFile.

       WriteAuditRecord.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           MOVE 'UPDATE' TO AuditAction
           MOVE IDNum TO AuditIDNum
           MOVE FirstName TO AuditOldFirstName
           MOVE LastName TO AuditOldLastName
           MOVE FirstName TO AuditNewFirstName
           MOVE LastName TO AuditNewLastName
           MOVE ChangedFields TO AuditFieldsChanged
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
           END-IF.

       RecordDecision.
           OPEN EXTEND ChgQueueFile
           IF ChgQStatus = "35"
              OPEN OUTPUT ChgQueueFile
           END-IF
           IF ChgQStatus NOT = "00"
              DISPLAY "Unable To Open CustChange.dat, Status "
                 ChgQStatus
              EXIT PARAGRAPH
           END-IF
           MOVE XGSeq(ChgSub) TO CGSeq
           MOVE FUNCTION CURRENT-DATE TO CGTimestamp
           MOVE XGCustID(ChgSub) TO CGCustID
           MOVE XGField(ChgSub) TO CGField
           MOVE XGOldValue(ChgSub) TO CGOldValue
           MOVE XGNewValue(ChgSub) TO CGNewValue
           MOVE DecisionStatus TO CGStatus
           MOVE XGRequester(ChgSub) TO CGRequester
           MOVE CurrentOperator TO CGDecider
           MOVE DecisionReason TO CGReason
           WRITE ChgQueueRecord
           IF ChgQStatus NOT = "00"
              DISPLAY "Unable To Write CustChange.dat, Status "
                 ChgQStatus
           ELSE
              MOVE CGStatus TO XGStatus(ChgSub)
              MOVE CGTimestamp TO XGDecided(ChgSub)
              MOVE CGDecider TO XGDecider(ChgSub)
              MOVE CGReason TO XGReason(ChgSub)
           END-IF
           CLOSE ChgQueueFile.

       PrintChangeReport.
           DISPLAY "List (P)ending, (A)pproved, (R)ejected, "
              "Blank = All : " WITH NO ADVANCING
           ACCEPT ReportFilter
           MOVE FUNCTION UPPER-CASE(ReportFilter) TO ReportFilter
           PERFORM LoadChanges
           OPEN OUTPUT ChangeReport
           IF ChangeReportStatus NOT = "00"
              DISPLAY "Unable To Open CustChange.rpt, Status "
                 ChangeReportStatus
              EXIT PARAGRAPH
           END-IF
           INITIALIZE ReportCounts
           MOVE FUNCTION CURRENT-DATE TO DateIn
           PERFORM FormatDate
           MOVE DateOut TO PrnRunDate
           WRITE ReportLine FROM HeadingLine1
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM HeadingLine2
           MOVE 'Y' TO MaskTax
           PERFORM VARYING ChgSub FROM 1 BY 1
              UNTIL ChgSub > ChgCount
              IF XGStatus(ChgSub) NOT = SPACE
                 AND (ReportFilter = SPACE
                    OR XGStatus(ChgSub) = ReportFilter)
                 PERFORM PrintOneChange
              END-IF
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE RptPending TO PrnTotPending
           MOVE RptApproved TO PrnTotApproved
           MOVE RptRejected TO PrnTotRejected
           WRITE ReportLine FROM TotalLine
           IF ChangeReportStatus NOT = "00"
              DISPLAY "Unable To Write CustChange.rpt, Status "
                 ChangeReportStatus
           END-IF
           CLOSE ChangeReport
           DISPLAY "Change Report Written To CustChange.rpt"
           DISPLAY "Pending : " RptPending " Approved : " RptApproved
              " Rejected : " RptRejected.

       PrintOneChange.
           MOVE XGSeq(ChgSub) TO PrnSeq
           MOVE XGRequested(ChgSub) TO DateIn
           PERFORM FormatDate
           MOVE DateOut TO PrnRequested
           MOVE XGCustID(ChgSub) TO PrnCustID
           MOVE XGField(ChgSub) TO PrnField
           MOVE XGRequester(ChgSub) TO PrnRequester
           EVALUATE XGStatus(ChgSub)
              WHEN 'P'
                 MOVE "PENDING" TO PrnStatus
                 ADD 1 TO RptPending
              WHEN 'A'
                 MOVE "APPROVED" TO PrnStatus
                 ADD 1 TO RptApproved
              WHEN 'R'
                 MOVE "REJECTED" TO PrnStatus
                 ADD 1 TO RptRejected
              WHEN OTHER
                 MOVE XGStatus(ChgSub) TO PrnStatus
           END-EVALUATE
           IF XGDecided(ChgSub) = SPACES
              MOVE SPACES TO PrnDecided
           ELSE
              MOVE XGDecided(ChgSub) TO DateIn
              PERFORM FormatDate
              MOVE DateOut TO PrnDecided
           END-IF
           MOVE XGDecider(ChgSub) TO PrnDecider
           MOVE XGReason(ChgSub) TO PrnReason
           WRITE ReportLine FROM ChgDetailLine
           MOVE XGOldValue(ChgSub) TO ChgValue
           PERFORM FormatValue
           MOVE ValueText TO PrnFrom
           MOVE XGNewValue(ChgSub) TO ChgValue
           PERFORM FormatValue
           MOVE ValueText TO PrnTo
           WRITE ReportLine FROM ChgValueLine.

       FormatDate.
           MOVE SPACES TO DateOut
           STRING DateIn(1:4) "-" DateIn(5:2) "-" DateIn(7:2)
              DELIMITED BY SIZE
              INTO DateOut
           END-STRING.
