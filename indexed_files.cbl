           SELECT TuitRateFile ASSIGN TO "TuitRate.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TuitRateStatus.
           SELECT ChgQueueFile ASSIGN TO "CustChange.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChgQStatus.
           SELECT CreditLimFile ASSIGN TO "CreditLim.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CreditLimStatus.
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

       FD CreditLimFile.
       01 CreditLimRecord.
           02 CLCustID PIC 9(5).
           02 CLLimit PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
           02 XRResult PIC 9(7).
           02 XROK PIC X.

       01 CreditLimStatus PIC XX VALUE "00".
       01 CreditLimEOF PIC X.
       01 HaveLimit PIC X.
       01 CreditLimit PIC 9(7)V99.
       01 NewLimit PIC 9(7)V99.
       01 LimitChanged PIC X.
       01 LimitText PIC X(12).
       01 LimitDisplay PIC $$,$$$,$$9.99.
       01 ChangesQueued PIC 9(3).

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

       COPY SITEPROC.

       COPY CHGQPROC.

       OpenFiles.
           MOVE 'Y' TO FilesOK
           OPEN I-O CustomerFile
                 MOVE NewCustomerData TO CustomerData
              ELSE
                 PERFORM BuildChangedFields
                 IF ChangedFields = SPACE AND LimitChanged = 'N'
                    DISPLAY "No Changes Entered"
                 ELSE
                    PERFORM QueueSensitiveChanges
                    PERFORM BuildChangedFields
                 END-IF
                 IF ChangedFields NOT = SPACE
                    REWRITE CustomerData
                       INVALID KEY DISPLAY "Customer Not Updated"
                       NOT INVALID KEY
           ACCEPT UpdAlpha
           IF UpdAlpha(1:1) = 'Y' OR UpdAlpha(1:1) = 'y'
              PERFORM AcceptMailPrefs
           END-IF
           PERFORM AcceptCreditLimit.

       AcceptCreditLimit.
           MOVE 'N' TO LimitChanged
           PERFORM GetCreditLimit
           IF HaveLimit = 'Y'
              MOVE CreditLimit TO LimitDisplay
              DISPLAY "Credit Limit : " LimitDisplay
           ELSE
              DISPLAY "Credit Limit : None Set"
           END-IF
           DISPLAY "Change Credit Limit (Y/N) : " WITH NO ADVANCING
           ACCEPT UpdAlpha
           IF UpdAlpha(1:1) NOT = 'Y' AND UpdAlpha(1:1) NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "New Credit Limit (e.g. 5000.00) : "
              WITH NO ADVANCING
           ACCEPT LimitText
           IF LimitText = SPACE
              OR FUNCTION TEST-NUMVAL(LimitText) NOT = ZERO
              DISPLAY "Invalid Amount, Keeping Current"
              EXIT PARAGRAPH
           END-IF
           COMPUTE NewLimit = FUNCTION NUMVAL(LimitText)
              ON SIZE ERROR
                 DISPLAY "Invalid Amount, Keeping Current"
                 EXIT PARAGRAPH
           END-COMPUTE
           IF HaveLimit = 'N' OR NewLimit NOT = CreditLimit
              MOVE 'Y' TO LimitChanged
           END-IF.

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
                       AND CLCustID = IDNum
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

       QueueSensitiveChanges.
           MOVE ZERO TO ChangesQueued
           MOVE IDNum TO ChgQCustID
           MOVE CurrentOperator TO ChgQOperator
           IF MailAddress NOT = NewMailAddress
              MOVE "ADDR" TO ChgQField
              MOVE NewMailAddress TO ChgQOldValue
              MOVE MailAddress TO ChgQNewValue
              PERFORM QueueOneChange
              MOVE NewMailAddress TO MailAddress
           END-IF
           IF TaxID NOT = NewTaxID
              MOVE "TAXID" TO ChgQField
              MOVE SPACES TO ChgValue
              MOVE NewTaxID TO CVTaxID
              MOVE ChgValue TO ChgQOldValue
              MOVE TaxID TO CVTaxID
              MOVE ChgValue TO ChgQNewValue
              PERFORM QueueOneChange
              MOVE NewTaxID TO TaxID
           END-IF
           IF MailPrefs NOT = NewMailPrefs
              MOVE "PREF" TO ChgQField
              MOVE NewMailPrefs TO ChgQOldValue
              MOVE MailPrefs TO ChgQNewValue
              PERFORM QueueOneChange
              MOVE NewMailPrefs TO MailPrefs
           END-IF
           IF LimitChanged = 'Y'
              MOVE "CREDT" TO ChgQField
              MOVE SPACES TO ChgValue
              IF HaveLimit = 'Y'
                 MOVE CreditLimit TO CVLimit
              END-IF
              MOVE ChgValue TO ChgQOldValue
              MOVE NewLimit TO CVLimit
              MOVE ChgValue TO ChgQNewValue
              PERFORM QueueOneChange
           END-IF
           IF ChangesQueued > ZERO
              DISPLAY ChangesQueued
                 " Change(s) Sent For Supervisor Approval"
           END-IF.

       QueueOneChange.
           PERFORM QueueCustChange
           IF ChgQQueued = 'Y'
              ADD 1 TO ChangesQueued
              DISPLAY "Change " ChgQSeq " : " ChgQField
                 " Awaiting Approval"
           ELSE
              DISPLAY "Change To " ChgQField " Not Recorded"
           END-IF.

       BuildChangedFields.
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
