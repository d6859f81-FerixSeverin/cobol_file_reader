       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMISE_CHECK.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Marks promises to pay kept or broken. Output is
      *> BrokenPromise.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromiseFile ASSIGN TO "Promise.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromiseStatus.
           SELECT PromiseWorkFile ASSIGN TO "Promise.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromiseWorkStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT BrokenReport ASSIGN TO "BrokenPromise.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BrokenReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PromiseFile.
       01 PromiseRecord.
           02 PRCustID PIC 9(5).
           02 PRTakenDate PIC 9(8).
           02 PRDueDate PIC 9(8).
           02 PRAmount PIC 9(7)V99.
           02 PRCollector PIC X(8).
           02 PRStatus PIC X.
           02 PRPaidAmt PIC 9(7)V99.
           02 PRClosedDate PIC 9(8).

       FD PromiseWorkFile.
       01 PromiseWorkRecord PIC X(56).

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARTimestampNum REDEFINES ARTimestamp.
              03 ARDate PIC 9(8).
              03 FILLER PIC X(13).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD BrokenReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 PromiseStatus PIC XX VALUE "00".
       01 PromiseWorkStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 BrokenReportStatus PIC XX VALUE "00".

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).

       01 PromiseEOF PIC X.
       01 ARScanEOF PIC X.
       01 WorkEOF PIC X.
       01 KeptCount PIC 9(5) VALUE ZERO.
       01 BrokenCount PIC 9(5) VALUE ZERO.
       01 PendingCount PIC 9(5) VALUE ZERO.
       01 BrokenShort PIC 9(9)V99 VALUE ZERO.
       01 ShortAmt PIC 9(7)V99.

       01 ActiveCount PIC 9(4) VALUE ZERO.
       01 ActiveTable.
           02 ActiveEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON ActiveCount
                 INDEXED BY AX.
              03 APCustID PIC 9(5).
              03 APTakenDate PIC 9(8).
              03 APDueDate PIC 9(8).
              03 APPaid PIC 9(7)V99.
       01 ActiveTableFull PIC X VALUE 'N'.

       01 ReportHeading.
           02 FILLER PIC X(28) VALUE "BROKEN PROMISES TO PAY AS OF".
           02 FILLER PIC X VALUE SPACE.
           02 PrnRunDate PIC 9(8).
       01 Heads PIC X(80) VALUE
          "Collector Cust   Taken    Due          Promised" &
          "          Paid         Short".
       01 DetailLine.
           02 PrnCollector PIC X(8).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnTaken PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDue PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPromised PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPaid PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnShort PIC $$,$$$,$$9.99.
       01 FooterLine.
           02 FILLER PIC X(9) VALUE "BROKEN : ".
           02 PrnBrokenCount PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "  KEPT : ".
           02 PrnKeptCount PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  PENDING : ".
           02 PrnPendingCount PIC ZZZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnBrokenShort PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM LoadActivePromises
           IF ActiveTableFull = 'Y'
              DISPLAY "More Than 2000 Active Promises, "
                 "Promise.dat Not Updated"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           IF ActiveCount = ZERO
              DISPLAY "No Active Promises To Check"
              GOBACK
           END-IF
           PERFORM TallyPayments
           OPEN OUTPUT BrokenReport
           IF BrokenReportStatus NOT = "00"
              DISPLAY "Unable To Open BrokenPromise.rpt, Status "
                 BrokenReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM Heads
           PERFORM UpdatePromises
           MOVE BrokenCount TO PrnBrokenCount
           MOVE KeptCount TO PrnKeptCount
           MOVE PendingCount TO PrnPendingCount
           MOVE BrokenShort TO PrnBrokenShort
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM FooterLine
           IF BrokenReportStatus NOT = "00"
              DISPLAY "Unable To Write BrokenPromise.rpt, Status "
                 BrokenReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE BrokenReport
           DISPLAY "Promises Kept : " KeptCount
           DISPLAY "Promises Broken : " BrokenCount
           DISPLAY "Promises Still Running : " PendingCount.
           GOBACK.

       LoadActivePromises.
           MOVE 'N' TO PromiseEOF
           OPEN INPUT PromiseFile
           IF PromiseStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromiseEOF = 'Y'
              READ PromiseFile
                 AT END MOVE 'Y' TO PromiseEOF
                 NOT AT END
                    IF PRStatus = 'A'
                       IF ActiveCount >= 2000
                          MOVE 'Y' TO ActiveTableFull
                       ELSE
                          ADD 1 TO ActiveCount
                          MOVE PRCustID TO APCustID(ActiveCount)
                          MOVE PRTakenDate TO APTakenDate(ActiveCount)
                          MOVE PRDueDate TO APDueDate(ActiveCount)
                          MOVE ZERO TO APPaid(ActiveCount)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PromiseFile.

       TallyPayments.
           MOVE 'N' TO ARScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ARScanEOF
                 NOT AT END
                    IF ARType = 'P' AND ARAmount IS NUMERIC
                       AND ARDate IS NUMERIC
                       PERFORM ApplyPayment
                          VARYING AX FROM 1 BY 1
                          UNTIL AX > ActiveCount
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARTransFile.

       ApplyPayment.
           IF APCustID(AX) = ARCustID
              AND ARDate >= APTakenDate(AX)
              AND ARDate <= APDueDate(AX)
              ADD ARAmount TO APPaid(AX)
                 ON SIZE ERROR MOVE 9999999.99 TO APPaid(AX)
              END-ADD
           END-IF.

       UpdatePromises.
           MOVE 'N' TO PromiseEOF
           SET AX TO 1
           OPEN INPUT PromiseFile
           IF PromiseStatus NOT = "00"
              DISPLAY "Unable To Open Promise.dat, Status "
                 PromiseStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PromiseWorkFile
           IF PromiseWorkStatus NOT = "00"
              DISPLAY "Unable To Open Promise.tmp, Status "
                 PromiseWorkStatus
              MOVE 1 TO RETURN-CODE
              CLOSE PromiseFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromiseEOF = 'Y'
              READ PromiseFile
                 AT END MOVE 'Y' TO PromiseEOF
                 NOT AT END
                    IF PRStatus = 'A'
                       PERFORM CheckOnePromise
                       SET AX UP BY 1
                    END-IF
                    WRITE PromiseWorkRecord FROM PromiseRecord
                    IF PromiseWorkStatus NOT = "00"
                       DISPLAY "Unable To Write Promise.tmp, Status "
                          PromiseWorkStatus
                       MOVE 1 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PromiseFile, PromiseWorkFile
           PERFORM CopyWorkToPromises.

       CheckOnePromise.
           MOVE APPaid(AX) TO PRPaidAmt
           EVALUATE TRUE
              WHEN APPaid(AX) >= PRAmount
                 MOVE 'K' TO PRStatus
                 MOVE RunDate TO PRClosedDate
                 ADD 1 TO KeptCount
              WHEN PRDueDate < RunDate
                 MOVE 'B' TO PRStatus
                 MOVE RunDate TO PRClosedDate
                 ADD 1 TO BrokenCount
                 PERFORM PrintBroken
              WHEN OTHER
                 ADD 1 TO PendingCount
           END-EVALUATE.

       PrintBroken.
           COMPUTE ShortAmt = PRAmount - PRPaidAmt
           ADD ShortAmt TO BrokenShort
           MOVE PRCollector TO PrnCollector
           MOVE PRCustID TO PrnCustID
           MOVE PRTakenDate TO PrnTaken
           MOVE PRDueDate TO PrnDue
           MOVE PRAmount TO PrnPromised
           MOVE PRPaidAmt TO PrnPaid
           MOVE ShortAmt TO PrnShort
           WRITE PrintLine FROM DetailLine.

       CopyWorkToPromises.
           MOVE 'N' TO WorkEOF
           OPEN INPUT PromiseWorkFile
           IF PromiseWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Promise.tmp, Status "
                 PromiseWorkStatus
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN OUTPUT PromiseFile
              IF PromiseStatus NOT = "00"
                 DISPLAY "Unable To Rewrite Promise.dat, Status "
                    PromiseStatus
                 MOVE 1 TO RETURN-CODE
                 CLOSE PromiseWorkFile
              ELSE
                 PERFORM UNTIL WorkEOF = 'Y'
                    READ PromiseWorkFile
                       AT END MOVE 'Y' TO WorkEOF
                       NOT AT END
                          WRITE PromiseRecord FROM PromiseWorkRecord
                          IF PromiseStatus NOT = "00"
                             DISPLAY "Unable To Write Promise.dat, "
                                "Status " PromiseStatus
                             MOVE 1 TO RETURN-CODE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PromiseWorkFile, PromiseFile
              END-IF
           END-IF.
