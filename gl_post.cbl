       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_POST.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Posts the GLExtract file and approved manual journals to
      *> GLBal.dat and GLDetail.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartFile ASSIGN TO "GLAccts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChartStatus.
           SELECT BalanceFile ASSIGN TO "GLBal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BalanceStatus.
           SELECT BalanceWork ASSIGN TO "GLBal.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BalanceWorkStatus.
           SELECT GLExtractFile ASSIGN TO GLExtractName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GLExtractStatus.
           SELECT PostCtlFile ASSIGN TO "GLPostCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PostCtlStatus.
           SELECT ManualFile ASSIGN TO "GLManual.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ManualStatus.
           SELECT ManualWork ASSIGN TO "GLManual.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ManualWorkStatus.
           SELECT DetailFile ASSIGN TO "GLDetail.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DetailStatus.
           SELECT PostReport ASSIGN TO "GLPost.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PostReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ChartFile.
       01 ChartRecord.
           02 GAAcct PIC X(6).
           02 GADesc PIC X(30).
           02 GAType PIC X.
           02 GAStatus PIC X.
           02 GARetEarn PIC X.

       FD BalanceFile.
       01 BalanceRecord.
           02 GBPeriod PIC 9(6).
           02 GBAcct PIC X(6).
           02 GBOpen PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 GBDebits PIC 9(11)V99.
           02 GBCredits PIC 9(11)V99.

       FD BalanceWork.
       01 BalanceWorkRecord PIC X(52).

       FD GLExtractFile.
       01 GLExtractRecord.
           02 GLDate PIC 9(8).
           02 FILLER PIC X.
           02 GLAcct PIC X(6).
           02 FILLER PIC X.
           02 GLDebit PIC 9(9)V99.
           02 FILLER PIC X.
           02 GLCredit PIC 9(9)V99.
           02 FILLER PIC X.
           02 GLSource PIC X(8).

       FD PostCtlFile.
       01 PostCtlRecord PIC 9(8).

       FD ManualFile.
       01 ManualRecord.
           02 GJNum PIC 9(7).
           02 GJLine PIC 9(3).
           02 GJDate PIC 9(8).
           02 GJAcct PIC X(6).
           02 GJDebit PIC 9(9)V99.
           02 GJCredit PIC 9(9)V99.
           02 GJDesc PIC X(30).
           02 GJStatus PIC X.
           02 GJEnteredBy PIC X(8).
           02 GJApprovedBy PIC X(8).
           02 GJActionDate PIC 9(8).

       FD ManualWork.
       01 ManualWorkRecord PIC X(101).

       FD DetailFile.
       01 DetailRecord.
           02 GDPostStamp PIC X(21).
           02 GDPeriod PIC 9(6).
           02 GDDate PIC 9(8).
           02 GDAcct PIC X(6).
           02 GDDebit PIC 9(9)V99.
           02 GDCredit PIC 9(9)V99.
           02 GDSource PIC X(8).
           02 GDRef PIC X(10).

       FD PostReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ChartStatus PIC XX VALUE "00".
       01 BalanceStatus PIC XX VALUE "00".
       01 BalanceWorkStatus PIC XX VALUE "00".
       01 GLExtractStatus PIC XX VALUE "00".
       01 PostCtlStatus PIC XX VALUE "00".
       01 ManualStatus PIC XX VALUE "00".
       01 ManualWorkStatus PIC XX VALUE "00".
       01 DetailStatus PIC XX VALUE "00".
       01 PostReportStatus PIC XX VALUE "00".
       01 GLExtractName PIC X(30).

       01 ChartEOF PIC X.
       01 BalanceEOF PIC X.
       01 ExtractEOF PIC X.
       01 PostCtlEOF PIC X.
       01 ManualEOF PIC X.
       01 WorkEOF PIC X.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 PostDateText PIC X(10) VALUE SPACES.
       01 PostDate PIC 9(8).

       01 ChartCount PIC 9(3) VALUE ZERO.
       01 ChartTable.
           02 ChartEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON ChartCount
                 INDEXED BY CX.
              03 CTAcct PIC X(6).
              03 CTStatus PIC X.
       01 ChartFound PIC X.

       01 BalCount PIC 9(4) VALUE ZERO.
       01 BalTable.
           02 BalEntry OCCURS 0 TO 6000 TIMES
                 DEPENDING ON BalCount
                 INDEXED BY BX.
              03 BTPeriod PIC 9(6).
              03 BTAcct PIC X(6).
              03 BTOpen PIC S9(11)V99.
              03 BTDebits PIC 9(11)V99.
              03 BTCredits PIC 9(11)V99.
       01 BalFound PIC X.
       01 BalTableFull PIC X VALUE 'N'.

       01 ExtractCount PIC 9(3) VALUE ZERO.
       01 ExtractTable.
           02 ExtractEntry OCCURS 0 TO 100 TIMES
                 DEPENDING ON ExtractCount
                 INDEXED BY EX.
              03 ETDate PIC 9(8).
              03 ETAcct PIC X(6).
              03 ETDebit PIC 9(9)V99.
              03 ETCredit PIC 9(9)V99.
              03 ETSource PIC X(8).
       01 ExtractValid PIC X.
       01 AlreadyPosted PIC X.
       01 ExtractDebits PIC 9(11)V99.
       01 ExtractCredits PIC 9(11)V99.

       01 PostPeriod PIC 9(6).
       01 PostAcct PIC X(6).
       01 PostDebit PIC 9(9)V99.
       01 PostCredit PIC 9(9)V99.
       01 PostLineDate PIC 9(8).
       01 PostSource PIC X(8).
       01 PostRef PIC X(10).
       01 JournalRef.
           02 FILLER PIC XX VALUE "JE".
           02 JournalRefNum PIC 9(7).
       01 ExtractRef.
           02 FILLER PIC XX VALUE "EX".
           02 ExtractRefDate PIC 9(8).

       01 LinesPosted PIC 9(5) VALUE ZERO.
       01 JournalsPosted PIC 9(5) VALUE ZERO.
       01 JournalsHeld PIC 9(5) VALUE ZERO.
       01 LastJrnlNum PIC 9(7).
       01 TotalDebits PIC 9(11)V99 VALUE ZERO.
       01 TotalCredits PIC 9(11)V99 VALUE ZERO.
       01 AmountDisplay PIC $$$,$$$,$$9.99.

       01 ReportHeading.
           02 FILLER PIC X(23) VALUE "GENERAL LEDGER POSTING ".
           02 PrnRunDate PIC 9(8).
       01 Heads PIC X(80) VALUE
          "Date     Period Acct            Debit         Credit " &
          "Source   Reference".
       01 DetailLine.
           02 PrnDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPeriod PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAcct PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDebit PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCredit PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSource PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRef PIC X(10).
       01 MessageLine PIC X(80).
       01 TotalLine.
           02 FILLER PIC X(23) VALUE "TOTAL POSTED".
           02 PrnTotalDebit PIC $$$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotalCredit PIC $$$,$$$,$$9.99.

       01 PeriodRequest.
           02 PCFunction PIC X(5).
           02 PCPeriod PIC 9(6).
           02 PCOpen PIC X.
       01 SavedReturnCode PIC S9(9) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE RunDate TO PostDate
           ACCEPT PostDateText FROM ENVIRONMENT "GLPOST_DATE"
           IF PostDateText NOT = SPACES
              AND FUNCTION TRIM(PostDateText) IS NUMERIC
              MOVE FUNCTION NUMVAL(PostDateText) TO PostDate
           END-IF
           PERFORM LoadChart
           IF ChartCount = ZERO
              DISPLAY "GLAccts.dat Not Found Or Empty, Nothing Posted"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LoadBalances
           IF BalTableFull = 'Y'
              DISPLAY "More Than 6000 Balances On File, "
                 "Nothing Posted"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT PostReport
           IF PostReportStatus NOT = "00"
              DISPLAY "Unable To Open GLPost.rpt, Status "
                 PostReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM Heads
           PERFORM PostExtract
           PERFORM PostJournals
           IF BalTableFull = 'Y'
              MOVE "BALANCE TABLE FULL, GLBal.dat NOT UPDATED"
                 TO MessageLine
              PERFORM ReportMessage
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM RewriteBalances
           END-IF
           MOVE TotalDebits TO PrnTotalDebit
           MOVE TotalCredits TO PrnTotalCredit
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM TotalLine
           IF PostReportStatus NOT = "00"
              DISPLAY "Unable To Write GLPost.rpt, Status "
                 PostReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE PostReport
           DISPLAY "GL Lines Posted : " LinesPosted
           DISPLAY "Manual Journals Posted : " JournalsPosted
           IF JournalsHeld > ZERO
              DISPLAY "Manual Journals Held, Period Closed : "
                 JournalsHeld
           END-IF
           MOVE TotalDebits TO AmountDisplay
           DISPLAY "Total Debits Posted : " AmountDisplay
           GOBACK.

       LoadChart.
           MOVE 'N' TO ChartEOF
           OPEN INPUT ChartFile
           IF ChartStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ChartEOF = 'Y'
              READ ChartFile
                 AT END MOVE 'Y' TO ChartEOF
                 NOT AT END
                    IF GAAcct NOT = SPACES AND ChartCount < 500
                       ADD 1 TO ChartCount
                       SET CX TO ChartCount
                       MOVE GAAcct TO CTAcct(CX)
                       MOVE GAStatus TO CTStatus(CX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ChartFile.

       LoadBalances.
           MOVE 'N' TO BalanceEOF
           OPEN INPUT BalanceFile
           IF BalanceStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BalanceEOF = 'Y'
              READ BalanceFile
                 AT END MOVE 'Y' TO BalanceEOF
                 NOT AT END
                    IF GBPeriod IS NUMERIC
                       IF BalCount >= 6000
                          MOVE 'Y' TO BalTableFull
                       ELSE
                          ADD 1 TO BalCount
                          SET BX TO BalCount
                          MOVE GBPeriod TO BTPeriod(BX)
                          MOVE GBAcct TO BTAcct(BX)
                          MOVE GBOpen TO BTOpen(BX)
                          MOVE GBDebits TO BTDebits(BX)
                          MOVE GBCredits TO BTCredits(BX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BalanceFile.

       PostExtract.
           MOVE SPACES TO GLExtractName
           STRING "GLExtract." DELIMITED BY SIZE
              PostDate DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO GLExtractName
           END-STRING
           PERFORM CheckPostCtl
           IF AlreadyPosted = 'Y'
              MOVE SPACES TO MessageLine
              STRING FUNCTION TRIM(GLExtractName) DELIMITED BY SIZE
                 " ALREADY POSTED" DELIMITED BY SIZE
                 INTO MessageLine
              END-STRING
              PERFORM ReportMessage
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ExtractCount ExtractDebits ExtractCredits
           MOVE 'Y' TO ExtractValid
           MOVE 'N' TO ExtractEOF
           OPEN INPUT GLExtractFile
           IF GLExtractStatus NOT = "00"
              MOVE SPACES TO MessageLine
              STRING "NO EXTRACT " DELIMITED BY SIZE
                 FUNCTION TRIM(GLExtractName) DELIMITED BY SIZE
                 INTO MessageLine
              END-STRING
              PERFORM ReportMessage
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ExtractEOF = 'Y'
              READ GLExtractFile
                 AT END MOVE 'Y' TO ExtractEOF
                 NOT AT END PERFORM TakeExtractLine
              END-READ
           END-PERFORM
           CLOSE GLExtractFile
           IF ExtractDebits NOT = ExtractCredits
              MOVE "EXTRACT OUT OF BALANCE, NOT POSTED" TO MessageLine
              PERFORM ReportMessage
              MOVE 'N' TO ExtractValid
           END-IF
           IF ExtractValid = 'N'
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE PostDate TO ExtractRefDate
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ExtractCount
              MOVE ETDate(EX) TO PostLineDate
              MOVE ETAcct(EX) TO PostAcct
              MOVE ETDebit(EX) TO PostDebit
              MOVE ETCredit(EX) TO PostCredit
              MOVE ETSource(EX) TO PostSource
              MOVE ExtractRef TO PostRef
              PERFORM PostOneLine
           END-PERFORM
           PERFORM MarkPosted.

       TakeExtractLine.
           IF GLDate IS NOT NUMERIC OR GLDebit IS NOT NUMERIC
              OR GLCredit IS NOT NUMERIC
              MOVE "EXTRACT LINE NOT VALID, EXTRACT NOT POSTED"
                 TO MessageLine
              PERFORM ReportMessage
              MOVE 'N' TO ExtractValid
              EXIT PARAGRAPH
           END-IF
           IF ExtractCount >= 100
              MOVE "EXTRACT OVER 100 LINES, NOT POSTED" TO MessageLine
              PERFORM ReportMessage
              MOVE 'N' TO ExtractValid
              EXIT PARAGRAPH
           END-IF
           MOVE GLAcct TO PostAcct
           PERFORM FindChartAccount
           IF ChartFound = 'N'
              MOVE SPACES TO MessageLine
              STRING "ACCOUNT " DELIMITED BY SIZE
                 GLAcct DELIMITED BY SIZE
                 " NOT ON CHART OR INACTIVE, EXTRACT NOT POSTED"
                    DELIMITED BY SIZE
                 INTO MessageLine
              END-STRING
              PERFORM ReportMessage
              MOVE 'N' TO ExtractValid
           END-IF
           MOVE "CHECK" TO PCFunction
           MOVE GLDate(1:6) TO PCPeriod
           MOVE 'Y' TO PCOpen
           MOVE RETURN-CODE TO SavedReturnCode
           CALL "PERIODCTL" USING PeriodRequest
              ON EXCEPTION MOVE 'Y' TO PCOpen
           END-CALL
           MOVE SavedReturnCode TO RETURN-CODE
           IF PCOpen NOT = 'Y'
              MOVE SPACES TO MessageLine
              STRING "PERIOD " DELIMITED BY SIZE
                 PCPeriod DELIMITED BY SIZE
                 " IS CLOSED, EXTRACT NOT POSTED" DELIMITED BY SIZE
                 INTO MessageLine
              END-STRING
              PERFORM ReportMessage
              MOVE 'N' TO ExtractValid
           END-IF
           ADD 1 TO ExtractCount
           SET EX TO ExtractCount
           MOVE GLDate TO ETDate(EX)
           MOVE GLAcct TO ETAcct(EX)
           MOVE GLDebit TO ETDebit(EX)
           MOVE GLCredit TO ETCredit(EX)
           MOVE GLSource TO ETSource(EX)
           ADD GLDebit TO ExtractDebits
           ADD GLCredit TO ExtractCredits.

       FindChartAccount.
           MOVE 'N' TO ChartFound
           IF ChartCount > 0
              SET CX TO 1
              SEARCH ChartEntry
                 AT END CONTINUE
                 WHEN CTAcct(CX) = PostAcct
                    IF CTStatus(CX) = 'A'
                       MOVE 'Y' TO ChartFound
                    END-IF
              END-SEARCH
           END-IF.

       CheckPostCtl.
           MOVE 'N' TO AlreadyPosted
           MOVE 'N' TO PostCtlEOF
           OPEN INPUT PostCtlFile
           IF PostCtlStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PostCtlEOF = 'Y'
              READ PostCtlFile
                 AT END MOVE 'Y' TO PostCtlEOF
                 NOT AT END
                    IF PostCtlRecord = PostDate
                       MOVE 'Y' TO AlreadyPosted
                       MOVE 'Y' TO PostCtlEOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PostCtlFile.

       MarkPosted.
           OPEN EXTEND PostCtlFile
           IF PostCtlStatus = "35"
              OPEN OUTPUT PostCtlFile
           END-IF
           IF PostCtlStatus NOT = "00"
              DISPLAY "Unable To Open GLPostCtl.dat, Status "
                 PostCtlStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE PostDate TO PostCtlRecord
           WRITE PostCtlRecord
           IF PostCtlStatus NOT = "00"
              DISPLAY "Unable To Write GLPostCtl.dat, Status "
                 PostCtlStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE PostCtlFile.

       PostJournals.
           MOVE ZERO TO LastJrnlNum
           MOVE 'N' TO ManualEOF
           OPEN INPUT ManualFile
           IF ManualStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ManualWork
           IF ManualWorkStatus NOT = "00"
              DISPLAY "Unable To Open GLManual.tmp, Status "
                 ManualWorkStatus
              MOVE 1 TO RETURN-CODE
              CLOSE ManualFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ManualEOF = 'Y'
              READ ManualFile
                 AT END MOVE 'Y' TO ManualEOF
                 NOT AT END
                    IF GJStatus = 'A'
                       PERFORM PostJournalLine
                    END-IF
                    WRITE ManualWorkRecord FROM ManualRecord
                    IF ManualWorkStatus NOT = "00"
                       DISPLAY "Unable To Write GLManual.tmp, Status "
                          ManualWorkStatus
                       MOVE 1 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ManualFile, ManualWork
           IF JournalsPosted > ZERO
              PERFORM CopyWorkToManual
           END-IF.

       PostJournalLine.
           IF GJNum NOT = LastJrnlNum
              MOVE GJNum TO LastJrnlNum
              MOVE "CHECK" TO PCFunction
              MOVE GJDate(1:6) TO PCPeriod
              MOVE 'Y' TO PCOpen
              MOVE RETURN-CODE TO SavedReturnCode
              CALL "PERIODCTL" USING PeriodRequest
                 ON EXCEPTION MOVE 'Y' TO PCOpen
              END-CALL
              MOVE SavedReturnCode TO RETURN-CODE
              IF PCOpen = 'Y'
                 ADD 1 TO JournalsPosted
              ELSE
                 ADD 1 TO JournalsHeld
                 MOVE 1 TO RETURN-CODE
                 MOVE SPACES TO MessageLine
                 STRING "JOURNAL " DELIMITED BY SIZE
                    GJNum DELIMITED BY SIZE
                    " HELD, PERIOD " DELIMITED BY SIZE
                    PCPeriod DELIMITED BY SIZE
                    " IS CLOSED" DELIMITED BY SIZE
                    INTO MessageLine
                 END-STRING
                 PERFORM ReportMessage
              END-IF
           END-IF
           IF PCOpen NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE GJDate TO PostLineDate
           MOVE GJAcct TO PostAcct
           MOVE GJDebit TO PostDebit
           MOVE GJCredit TO PostCredit
           MOVE "MANUAL" TO PostSource
           MOVE GJNum TO JournalRefNum
           MOVE JournalRef TO PostRef
           PERFORM PostOneLine
           MOVE 'D' TO GJStatus.

       PostOneLine.
           MOVE PostLineDate(1:6) TO PostPeriod
           PERFORM FindBalance
           IF BalFound = 'N'
              EXIT PARAGRAPH
           END-IF
           ADD PostDebit TO BTDebits(BX)
           ADD PostCredit TO BTCredits(BX)
           ADD 1 TO LinesPosted
           ADD PostDebit TO TotalDebits
           ADD PostCredit TO TotalCredits
           MOVE PostLineDate TO PrnDate
           MOVE PostPeriod TO PrnPeriod
           MOVE PostAcct TO PrnAcct
           MOVE PostDebit TO PrnDebit
           MOVE PostCredit TO PrnCredit
           MOVE PostSource TO PrnSource
           MOVE PostRef TO PrnRef
           WRITE PrintLine FROM DetailLine
           PERFORM WriteDetail.

       FindBalance.
           MOVE 'N' TO BalFound
           IF BalCount > 0
              SET BX TO 1
              SEARCH BalEntry
                 AT END CONTINUE
                 WHEN BTPeriod(BX) = PostPeriod
                    AND BTAcct(BX) = PostAcct
                    MOVE 'Y' TO BalFound
              END-SEARCH
           END-IF
           IF BalFound = 'N'
              IF BalCount >= 6000
                 MOVE 'Y' TO BalTableFull
              ELSE
                 ADD 1 TO BalCount
                 SET BX TO BalCount
                 MOVE PostPeriod TO BTPeriod(BX)
                 MOVE PostAcct TO BTAcct(BX)
                 MOVE ZERO TO BTOpen(BX) BTDebits(BX) BTCredits(BX)
                 MOVE 'Y' TO BalFound
              END-IF
           END-IF.

       WriteDetail.
           OPEN EXTEND DetailFile
           IF DetailStatus = "35"
              OPEN OUTPUT DetailFile
           END-IF
           IF DetailStatus NOT = "00"
              DISPLAY "Unable To Open GLDetail.dat, Status "
                 DetailStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunTimestamp TO GDPostStamp
           MOVE PostPeriod TO GDPeriod
           MOVE PostLineDate TO GDDate
           MOVE PostAcct TO GDAcct
           MOVE PostDebit TO GDDebit
           MOVE PostCredit TO GDCredit
           MOVE PostSource TO GDSource
           MOVE PostRef TO GDRef
           WRITE DetailRecord
           IF DetailStatus NOT = "00"
              DISPLAY "Unable To Write GLDetail.dat, Status "
                 DetailStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE DetailFile.

       ReportMessage.
           WRITE PrintLine FROM MessageLine
           DISPLAY FUNCTION TRIM(MessageLine).

       RewriteBalances.
           OPEN OUTPUT BalanceWork
           IF BalanceWorkStatus NOT = "00"
              DISPLAY "Unable To Open GLBal.tmp, Status "
                 BalanceWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BalCount
              MOVE BTPeriod(BX) TO GBPeriod
              MOVE BTAcct(BX) TO GBAcct
              MOVE BTOpen(BX) TO GBOpen
              MOVE BTDebits(BX) TO GBDebits
              MOVE BTCredits(BX) TO GBCredits
              WRITE BalanceWorkRecord FROM BalanceRecord
              IF BalanceWorkStatus NOT = "00"
                 DISPLAY "Unable To Write GLBal.tmp, Status "
                    BalanceWorkStatus
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-PERFORM
           CLOSE BalanceWork
           PERFORM CopyWorkToBalances.

       CopyWorkToBalances.
           MOVE 'N' TO WorkEOF
           OPEN INPUT BalanceWork
           IF BalanceWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen GLBal.tmp, Status "
                 BalanceWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BalanceFile
           IF BalanceStatus NOT = "00"
              DISPLAY "Unable To Rewrite GLBal.dat, Status "
                 BalanceStatus
              MOVE 1 TO RETURN-CODE
              CLOSE BalanceWork
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ BalanceWork
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE BalanceRecord FROM BalanceWorkRecord
                    IF BalanceStatus NOT = "00"
                       DISPLAY "Unable To Write GLBal.dat, Status "
                          BalanceStatus
                       MOVE 1 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BalanceWork, BalanceFile.

       CopyWorkToManual.
           MOVE 'N' TO WorkEOF
           OPEN INPUT ManualWork
           IF ManualWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen GLManual.tmp, Status "
                 ManualWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ManualFile
           IF ManualStatus NOT = "00"
              DISPLAY "Unable To Rewrite GLManual.dat, Status "
                 ManualStatus
              MOVE 1 TO RETURN-CODE
              CLOSE ManualWork
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ ManualWork
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE ManualRecord FROM ManualWorkRecord
                    IF ManualStatus NOT = "00"
                       DISPLAY "Unable To Write GLManual.dat, Status "
                          ManualStatus
                       MOVE 1 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ManualWork, ManualFile.
