       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT_VERIFY.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Verifies the audit log check value chains. Output is
      *> AuditVerify.rpt; a break gives return code 1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditLogFile ASSIGN TO AuditLogName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AuditLogStatus.
           SELECT VerifyReport ASSIGN TO "AuditVerify.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VerifyReportStatus.
           SELECT AlertFile ASSIGN TO "ReconAlert.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AlertFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AuditLogFile.
       01 AuditLogLine.
           02 ALTimestamp PIC X(21).
           02 ALAction PIC X(6).
           02 FILLER PIC X(173).

       FD VerifyReport.
       01 ReportLine PIC X(100).

       FD AlertFile.
       01 AlertLine PIC X(70).

       WORKING-STORAGE SECTION.
       01 AuditLogStatus PIC XX VALUE "00".
       01 VerifyReportStatus PIC XX VALUE "00".
       01 AlertFileStatus PIC XX VALUE "00".
       01 AuditLogName PIC X(20).
       01 AuditLogEOF PIC X.
       01 AlertNeeded PIC X VALUE 'N'.

       01 LogDefinitions.
           02 FILLER PIC X(23) VALUE "CustomerAudit.log   126".
           02 FILLER PIC X(23) VALUE "OrderAudit.log      068".
           02 FILLER PIC X(23) VALUE "ProductAudit.log    065".
           02 FILLER PIC X(23) VALUE "GradeAudit.log      107".
       01 LogTable REDEFINES LogDefinitions.
           02 LogEntry OCCURS 4 TIMES.
              03 LogName PIC X(20).
              03 LogRecLen PIC 9(3).
       01 LX PIC 9.
       01 CheckStart PIC 9(3).

       01 LogResults.
           02 LogResult OCCURS 4 TIMES.
              03 LRStatus PIC X(8).
              03 LRBreakAt PIC 9(7).
              03 LRReason PIC X(40).

       01 LineCount PIC 9(7).
       01 PreChainCount PIC 9(7).
       01 ChainedCount PIC 9(9).
       01 ChainStarted PIC X.
       01 PrevCheck PIC 9(9).
       01 LineCheck PIC X(9).
       01 LineCheckNum REDEFINES LineCheck PIC 9(9).
       01 BreakAt PIC 9(7).
       01 BreakReason PIC X(40).
       01 BreakTimestamp PIC X(21).
       01 BreakAction PIC X(6).
       01 StateFound PIC X.
       01 StateCheck PIC 9(9).
       01 StateCount PIC 9(9).

       01 ChainRequest.
           02 CRFunc PIC X(5).
           02 CRLogName PIC X(20).
           02 CRRecord PIC X(200).
           02 CRPrevCheck PIC 9(9).
           02 CRCheck PIC 9(9).
           02 CRCount PIC 9(9).
           02 CRFound PIC X.

       01 SealCustomer.
           02 SCTimestamp PIC X(21).
           02 SCAction PIC X(6) VALUE "SEAL".
           02 SCIDNum PIC 9(5) VALUE ZERO.
           02 SCNames PIC X(60) VALUE SPACES.
           02 SCFields PIC X(26) VALUE "AUDIT CHAIN STARTS".
           02 SCOperator PIC X(8) VALUE "BATCH".
       01 SealOrder.
           02 SOTimestamp PIC X(21).
           02 SOAction PIC X(6) VALUE "SEAL".
           02 SOCustID PIC 9(5) VALUE ZERO.
           02 SOProdName PIC X(10) VALUE SPACES.
           02 SOSize PIC A VALUE SPACE.
           02 SOOldQty PIC 9(5) VALUE ZERO.
           02 SONewQty PIC 9(5) VALUE ZERO.
           02 SOOperator PIC X(8) VALUE "BATCH".
           02 SOOrdNum PIC 9(7) VALUE ZERO.
       01 SealProduct.
           02 SPTimestamp PIC X(21).
           02 SPAction PIC X(6) VALUE "SEAL".
           02 SPProdName PIC X(10) VALUE SPACES.
           02 SPOldPrice PIC 9(3)V99 VALUE ZERO.
           02 SPNewPrice PIC 9(3)V99 VALUE ZERO.
           02 SPOldQty PIC 9(5) VALUE ZERO.
           02 SPNewQty PIC 9(5) VALUE ZERO.
           02 SPOperator PIC X(8) VALUE "BATCH".
       01 SealGrade.
           02 SGTimestamp PIC X(21).
           02 SGAction PIC X(6) VALUE "SEAL".
           02 SGTerm PIC X(6) VALUE SPACES.
           02 SGStudID PIC 9(5) VALUE ZERO.
           02 SGCourse PIC X(10) VALUE SPACES.
           02 SGOldScore PIC X(3) VALUE SPACES.
           02 SGNewScore PIC 9(3) VALUE ZERO.
           02 SGReason PIC X(30) VALUE "AUDIT CHAIN STARTS".
           02 SGOperator PIC X(8) VALUE "BATCH".
           02 SGApprover PIC X(8) VALUE SPACES.
           02 SGChange PIC 9(7) VALUE ZERO.
       01 SealLine PIC X(200).

       01 HeadingLine.
           02 FILLER PIC X(40) VALUE "AUDIT LOG CHAIN VERIFICATION".
           02 FILLER PIC X(10) VALUE "RUN DATE ".
           02 PrnRunDate PIC X(8).
       01 LogLine.
           02 PrnLogName PIC X(20).
           02 PrnLogStatus PIC X(10).
           02 FILLER PIC X(9) VALUE "Records ".
           02 PrnLineCount PIC ZZZZZZ9.
           02 FILLER PIC X(14) VALUE "  Before Seal ".
           02 PrnPreChain PIC ZZZZZZ9.
           02 FILLER PIC X(10) VALUE "  Chained ".
           02 PrnChained PIC ZZZZZZZZ9.
       01 BreakLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(16) VALUE "Breaks At Record".
           02 PrnBreakAt PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBreakTimestamp PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBreakAction PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBreakReason PIC X(40).
       01 AlertDetail.
           02 AlertLogName PIC X(20).
           02 FILLER PIC X(17) VALUE " BREAKS AT RECORD".
           02 AlertBreakAt PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT VerifyReport
           IF VerifyReportStatus NOT = "00"
              DISPLAY "Unable To Open AuditVerify.rpt, Status "
                 VerifyReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO PrnRunDate
           WRITE ReportLine FROM HeadingLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           PERFORM VerifyOneLog VARYING LX FROM 1 BY 1 UNTIL LX > 4
           IF VerifyReportStatus NOT = "00"
              DISPLAY "Unable To Write AuditVerify.rpt, Status "
                 VerifyReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE VerifyReport
           IF AlertNeeded = 'Y'
              DISPLAY "AUDIT LOG CHAIN BROKEN, "
                 "ALERT WRITTEN TO ReconAlert.dat"
              PERFORM WriteAlertFile
              MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "Report Written To AuditVerify.rpt".
           GOBACK.

       VerifyOneLog.
           MOVE LogName(LX) TO AuditLogName
           COMPUTE CheckStart = LogRecLen(LX) + 1
           MOVE "STATE" TO CRFunc
           MOVE AuditLogName TO CRLogName
           CALL "AUDIT_CHAIN" USING ChainRequest
              ON EXCEPTION
                 MOVE 'N' TO CRFound
                 MOVE ZERO TO CRCheck CRCount
           END-CALL
           MOVE CRFound TO StateFound
           MOVE CRCheck TO StateCheck
           MOVE CRCount TO StateCount
           PERFORM WalkLog
           MOVE SPACES TO LRStatus(LX)
           MOVE BreakAt TO LRBreakAt(LX)
           MOVE BreakReason TO LRReason(LX)
           EVALUATE TRUE
              WHEN BreakAt NOT = ZERO
                 CONTINUE
              WHEN StateFound = 'N' AND ChainStarted = 'Y'
                 COMPUTE BreakAt = PreChainCount + 1
                 MOVE "NO ENTRY ON AuditChain.dat" TO BreakReason
              WHEN StateFound = 'N' AND LineCount = ZERO
                 MOVE "NO RECS" TO LRStatus(LX)
              WHEN StateFound = 'N'
                 PERFORM SealLog
              WHEN ChainedCount NOT = StateCount
                 OR PrevCheck NOT = StateCheck
                 COMPUTE BreakAt = LineCount + 1
                 MOVE "END DOES NOT MATCH AuditChain.dat"
                    TO BreakReason
              WHEN OTHER
                 MOVE "INTACT" TO LRStatus(LX)
           END-EVALUATE
           MOVE AuditLogName TO PrnLogName
           MOVE LineCount TO PrnLineCount
           MOVE PreChainCount TO PrnPreChain
           MOVE ChainedCount TO PrnChained
           IF BreakAt NOT = ZERO
              MOVE "BROKEN" TO LRStatus(LX)
              MOVE 'Y' TO AlertNeeded
           END-IF
           MOVE LRStatus(LX) TO PrnLogStatus
           WRITE ReportLine FROM LogLine
           DISPLAY FUNCTION TRIM(AuditLogName) " : " LRStatus(LX)
           IF BreakAt NOT = ZERO
              MOVE BreakAt TO PrnBreakAt LRBreakAt(LX)
              MOVE BreakTimestamp(1:16) TO PrnBreakTimestamp
              MOVE BreakAction TO PrnBreakAction
              MOVE BreakReason TO PrnBreakReason LRReason(LX)
              WRITE ReportLine FROM BreakLine
              DISPLAY "   Breaks At Record " BreakAt " : "
                 FUNCTION TRIM(BreakReason)
           END-IF.

       WalkLog.
           MOVE ZERO TO LineCount PreChainCount ChainedCount
           MOVE ZERO TO PrevCheck BreakAt
           MOVE SPACES TO BreakReason BreakTimestamp BreakAction
           MOVE 'N' TO ChainStarted
           MOVE 'N' TO AuditLogEOF
           OPEN INPUT AuditLogFile
           IF AuditLogStatus NOT = "00"
              IF AuditLogStatus NOT = "35"
                 DISPLAY "Unable To Open " FUNCTION TRIM(AuditLogName)
                    ", Status " AuditLogStatus
                 MOVE 1 TO RETURN-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AuditLogEOF = 'Y'
              READ AuditLogFile
                 AT END MOVE 'Y' TO AuditLogEOF
                 NOT AT END
                    ADD 1 TO LineCount
                    IF BreakAt = ZERO
                       PERFORM CheckOneRecord
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AuditLogFile.

       CheckOneRecord.
           MOVE AuditLogLine(CheckStart:9) TO LineCheck
           IF LineCheck IS NOT NUMERIC
              IF ChainStarted = 'Y'
                 MOVE "RECORD HAS NO CHECK VALUE" TO BreakReason
                 PERFORM NoteBreak
              ELSE
                 ADD 1 TO PreChainCount
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ChainStarted
           MOVE "HASH" TO CRFunc
           MOVE AuditLogName TO CRLogName
           MOVE AuditLogLine TO CRRecord
           MOVE PrevCheck TO CRPrevCheck
           CALL "AUDIT_CHAIN" USING ChainRequest
              ON EXCEPTION MOVE ZERO TO CRCheck
           END-CALL
           IF CRCheck = LineCheckNum
              MOVE LineCheckNum TO PrevCheck
              ADD 1 TO ChainedCount
           ELSE
              MOVE "CHECK VALUE DOES NOT MATCH" TO BreakReason
              PERFORM NoteBreak
           END-IF.

       NoteBreak.
           MOVE LineCount TO BreakAt
           MOVE ALTimestamp TO BreakTimestamp
           MOVE ALAction TO BreakAction.

       SealLog.
           EVALUATE LX
              WHEN 1
                 MOVE FUNCTION CURRENT-DATE TO SCTimestamp
                 MOVE SealCustomer TO SealLine
              WHEN 2
                 MOVE FUNCTION CURRENT-DATE TO SOTimestamp
                 MOVE SealOrder TO SealLine
              WHEN 3
                 MOVE FUNCTION CURRENT-DATE TO SPTimestamp
                 MOVE SealProduct TO SealLine
              WHEN 4
                 MOVE FUNCTION CURRENT-DATE TO SGTimestamp
                 MOVE SealGrade TO SealLine
           END-EVALUATE
           MOVE "STAMP" TO CRFunc
           MOVE AuditLogName TO CRLogName
           MOVE SealLine TO CRRecord
           CALL "AUDIT_CHAIN" USING ChainRequest
              ON EXCEPTION
                 DISPLAY "Unable To Call AUDIT_CHAIN"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
           END-CALL
           MOVE CRCheck TO SealLine(CheckStart:9)
           OPEN EXTEND AuditLogFile
           IF AuditLogStatus NOT = "00"
              DISPLAY "Unable To Open " FUNCTION TRIM(AuditLogName)
                 ", Status " AuditLogStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           WRITE AuditLogLine FROM SealLine
           IF AuditLogStatus NOT = "00"
              DISPLAY "Unable To Write " FUNCTION TRIM(AuditLogName)
                 ", Status " AuditLogStatus
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE "SEALED" TO LRStatus(LX)
              ADD 1 TO LineCount ChainedCount
           END-IF
           CLOSE AuditLogFile.

       WriteAlertFile.
           OPEN EXTEND AlertFile
           IF AlertFileStatus = "35"
              OPEN OUTPUT AlertFile
           END-IF
           IF AlertFileStatus NOT = "00"
              DISPLAY "Unable To Open ReconAlert.dat, Status "
                 AlertFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AlertLine
           STRING "AUDIT LOG CHAIN ALERT " DELIMITED BY SIZE
              FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
              INTO AlertLine
           END-STRING
           WRITE AlertLine
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 4
              IF LRStatus(LX) = "BROKEN"
                 MOVE LogName(LX) TO AlertLogName
                 MOVE LRBreakAt(LX) TO AlertBreakAt
                 WRITE AlertLine FROM AlertDetail
                 MOVE SPACES TO AlertLine
                 STRING "   " LRReason(LX) DELIMITED BY SIZE
                    INTO AlertLine
                 END-STRING
                 WRITE AlertLine
              END-IF
           END-PERFORM
           IF AlertFileStatus NOT = "00"
              DISPLAY "Unable To Write ReconAlert.dat, Status "
                 AlertFileStatus
           END-IF
           CLOSE AlertFile.
