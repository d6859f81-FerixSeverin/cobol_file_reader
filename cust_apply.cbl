           SELECT TuitRateFile ASSIGN TO "TuitRate.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TuitRateStatus.
           SELECT ChgQueueFile ASSIGN TO "CustChange.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChgQStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           02 AuditNewLastName PIC X(15).
           02 AuditFieldsChanged PIC X(26).
           02 AuditOperator PIC X(8).
           02 AuditCheck PIC 9(9).

       FD CustomerArchive.
       01 ArchiveData.
           02 FILLER PIC X.
           02 TRStudentBase PIC 9(5).

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

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CustomerAuditStatus PIC XX VALUE "00".
       01 OrderActivityCount PIC 9(5).
       01 AppliedCount PIC 9(5) VALUE ZERO.
       01 RejectedCount PIC 9(5) VALUE ZERO.
       01 PendingCount PIC 9(5) VALUE ZERO.
       01 QueueFailCount PIC 9(5) VALUE ZERO.
       01 ChangesQueued PIC 9(3).
       01 RejectReason PIC X(30).
       01 TuitRateStatus PIC XX VALUE "00".
       01 StudentBase PIC 9(5) VALUE 90000.
       01 FooterRejected.
           02 FILLER PIC X(23) VALUE "Transactions Rejected :".
           02 PrnRejectedCount PIC ZZZZ9.
       01 FooterPending.
           02 FILLER PIC X(27) VALUE "Changes Awaiting Approval :".
           02 PrnPendingCount PIC ZZZZ9.

       01 XrefRequest.
           02 XRFunc PIC X(5).
           02 XROK PIC X.

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
              WRITE ReportLine FROM FooterApplied
              MOVE RejectedCount TO PrnRejectedCount
              WRITE ReportLine FROM FooterRejected
              MOVE PendingCount TO PrnPendingCount
              WRITE ReportLine FROM FooterPending
              IF ApplyReportStatus NOT = "00"
                 DISPLAY "Unable To Write ApplyReport.rpt, Status "
                    ApplyReportStatus
                 CustomerArchive, ApplyReport
              DISPLAY "Transactions Applied : " AppliedCount
              DISPLAY "Transactions Rejected : " RejectedCount
              DISPLAY "Changes Awaiting Approval : " PendingCount
              DISPLAY "Changes Not Queued : " QueueFailCount
           END-IF
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName

       COPY SITEPROC.

       COPY CHGQPROC.

       OpenAllFiles.
           OPEN INPUT TransFile.
           IF TransFileStatus NOT = "00"

       ApplyOneTrans.
           MOVE SPACES TO RejectReason
           MOVE ZERO TO ChangesQueued
           EVALUATE CTAction
              WHEN 'A' PERFORM ApplyAdd
              WHEN 'U' PERFORM ApplyUpdate
           MOVE CTAction TO PrnAction
           MOVE CTIDNum TO PrnIDNum
           MOVE RejectReason TO PrnReason
           IF RejectReason = SPACE AND ChangesQueued > ZERO
              ADD ChangesQueued TO PendingCount
              MOVE "PENDING" TO PrnResult
              MOVE "ADDR/PREF AWAITING APPROVAL" TO PrnReason
           END-IF
           WRITE ReportLine FROM ApplyDetailLine
           IF ApplyReportStatus NOT = "00"
              DISPLAY "Unable To Write ApplyReport.rpt, Status "
              MOVE SaveCustomerData TO CustomerData
              EXIT PARAGRAPH
           END-IF
           PERFORM QueueSensitiveChanges
           PERFORM BuildChangedFields
           IF ChangedFields = SPACE
              EXIT PARAGRAPH
           END-IF
           REWRITE CustomerData
              INVALID KEY
                 MOVE "CUSTOMER NOT ON FILE" TO RejectReason
                 PERFORM WriteJournal
           END-REWRITE.

       QueueSensitiveChanges.
           MOVE IDNum TO ChgQCustID
           MOVE "BATCH" TO ChgQOperator
           IF MailAddress NOT = SaveCustomerData(44:42)
              MOVE "ADDR" TO ChgQField
              MOVE SaveCustomerData(44:42) TO ChgQOldValue
              MOVE MailAddress TO ChgQNewValue
              PERFORM QueueCustChange
              PERFORM CheckQueued
              MOVE SaveCustomerData(44:42) TO MailAddress
           END-IF
           IF MailPrefs NOT = SaveCustomerData(95:2)
              MOVE "PREF" TO ChgQField
              MOVE SaveCustomerData(95:2) TO ChgQOldValue
              MOVE MailPrefs TO ChgQNewValue
              PERFORM QueueCustChange
              PERFORM CheckQueued
              MOVE SaveCustomerData(95:2) TO MailPrefs
           END-IF.

       CheckQueued.
           IF ChgQQueued = 'Y'
              ADD 1 TO ChangesQueued
           ELSE
              DISPLAY "Change For Customer " ChgQCustID
                 " Not Queued For Approval, Status " ChgQStatus
              ADD 1 TO QueueFailCount
              MOVE 1 TO RETURN-CODE
           END-IF.

       ApplyDelete.
           IF CTConfirm NOT = 'Y'
              MOVE "DELETE NOT CONFIRMED" TO RejectReason
              WHEN OTHER
                 MOVE 'UPDATE' TO AuditAction
           END-EVALUATE
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
