       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND_REGISTER.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Tuition refund register. Output is TuitRefund.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'refundwork.tmp'.
           SELECT RefundRegFile ASSIGN TO "RefundReg.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RefundRegStatus.
           SELECT SortedRefunds ASSIGN TO "RefundRegSorted.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT RefundReport ASSIGN TO "TuitRefund.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WSortRecord.
           02 WRRTimestamp PIC X(21).
           02 WRRTerm PIC X(6).
           02 WRRStudID PIC 9(5).
           02 FILLER PIC X(54).

       FD RefundRegFile.
       01 RefundRegRecord PIC X(86).

       FD SortedRefunds.
       01 SortedRecord.
           02 RRTimestamp PIC X(21).
           02 RRTerm PIC X(6).
           02 RRStudID PIC 9(5).
           02 RRCourse PIC X(10).
           02 RRWeek PIC 99.
           02 RRPercent PIC 999.
           02 RRBilled PIC 9(7)V99.
           02 RRRefund PIC 9(7)V99.
           02 RRInvNum PIC 9(7).
           02 RRARID PIC 9(5).
           02 RROperator PIC X(8).
           02 RRPosted PIC X.

       FD StudentFile.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       FD RefundReport.
       01 PrintLine PIC X(103).

       WORKING-STORAGE SECTION.
       01 RefundRegStatus PIC XX VALUE "00".
       01 SortedStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 StudentEOF PIC X.
       01 SortedEOF PIC X.
       01 RunDate PIC 9(8).
       01 PrevTerm PIC X(6).
       01 DropCount PIC 9(5) VALUE ZERO.
       01 TermDrops PIC 9(5) VALUE ZERO.
       01 TermBilled PIC 9(9)V99 VALUE ZERO.
       01 TermRefund PIC 9(9)V99 VALUE ZERO.
       01 TotalBilled PIC 9(9)V99 VALUE ZERO.
       01 TotalRefund PIC 9(9)V99 VALUE ZERO.
       01 UnpostedCount PIC 9(5) VALUE ZERO.
       01 AmountDisplay PIC $$$,$$$,$$9.99.

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON StudentCount
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
              03 STStudName PIC X(10).

       01 ReportHeading.
           02 FILLER PIC X(27)
              VALUE "TUITION REFUND REGISTER AS ".
           02 FILLER PIC X(3) VALUE "OF ".
           02 PrnRunDate PIC 9(8).
       01 Heads.
           02 FILLER PIC X(35)
              VALUE "Term   Stud  Name       Course     ".
           02 FILLER PIC X(35)
              VALUE "Dropped   Week  Pct     Billed     ".
           02 FILLER PIC X(33)
              VALUE "Refund  Invoice  Posted  Operator".
       01 DetailLine.
           02 PrnTerm PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStudID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStudName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCourse PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDate PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnWeek PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPercent PIC ZZ9.
           02 FILLER PIC X VALUE "%".
           02 PrnBilled PIC $$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRefund PIC $$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInvNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPosted PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOperator PIC X(8).
       01 TermLine.
           02 FILLER PIC X(7) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "Term    ".
           02 PrnTotTerm PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnTermDrops PIC ZZZZ9.
           02 FILLER PIC X(25) VALUE " Drops".
           02 PrnTermBilled PIC $$$$,$$9.99.
           02 PrnTermRefund PIC $$$$,$$9.99.
       01 TotalLine.
           02 FILLER PIC X(24) VALUE "All Terms".
           02 PrnTotalDrops PIC ZZZZ9.
           02 FILLER PIC X(24) VALUE " Drops".
           02 PrnTotalBilled PIC $$$$$,$$9.99.
           02 PrnTotalRefund PIC $$$$,$$9.99.
       01 UnpostedLine.
           02 FILLER PIC X(38)
              VALUE "Refunds Due But Not Posted To A/R : ".
           02 PrnUnposted PIC ZZZZ9.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadStudentTable
           OPEN INPUT RefundRegFile
           IF RefundRegStatus = "35"
              DISPLAY "No Tuition Refunds On File"
              OPEN OUTPUT RefundRegFile
           END-IF
           CLOSE RefundRegFile
           SORT WorkFile
              ON ASCENDING KEY WRRTerm WRRStudID WRRTimestamp
              USING RefundRegFile
              GIVING SortedRefunds
           PERFORM PrintRefunds
           DISPLAY "Billed Drops Listed : " DropCount
           MOVE TotalRefund TO AmountDisplay
           DISPLAY "Tuition Refunded    : " AmountDisplay
           IF UnpostedCount > ZERO
              DISPLAY "Refunds Not Posted  : " UnpostedCount
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       COPY SITEPROC.

       LoadStudentTable.
           MOVE 'N' TO StudentEOF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              DISPLAY "Unable To Open student.dat, Status "
                 StudentFileStatus
              MOVE 'Y' TO StudentEOF
           ELSE
              PERFORM UNTIL StudentEOF = 'Y' OR StudentCount >= 1000
                 READ StudentFile
                    AT END MOVE 'Y' TO StudentEOF
                    NOT AT END
                       ADD 1 TO StudentCount
                       MOVE IDNum TO STIDNum(StudentCount)
                       MOVE StudName TO STStudName(StudentCount)
                 END-READ
              END-PERFORM
              CLOSE StudentFile
           END-IF.

       PrintRefunds.
           OPEN OUTPUT RefundReport
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Open TuitRefund.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM Heads
           MOVE SPACES TO PrevTerm
           MOVE 'N' TO SortedEOF
           OPEN INPUT SortedRefunds
           IF SortedStatus NOT = "00"
              MOVE 'Y' TO SortedEOF
           END-IF
           PERFORM UNTIL SortedEOF = 'Y'
              READ SortedRefunds
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM PrintOneRefund
              END-READ
           END-PERFORM
           IF SortedStatus NOT = "35"
              CLOSE SortedRefunds
           END-IF
           IF DropCount > ZERO
              PERFORM PrintTermTotal
           ELSE
              MOVE SPACES TO PrintLine
              WRITE PrintLine
           END-IF
           MOVE DropCount TO PrnTotalDrops
           MOVE TotalBilled TO PrnTotalBilled
           MOVE TotalRefund TO PrnTotalRefund
           WRITE PrintLine FROM TotalLine
           IF UnpostedCount > ZERO
              MOVE UnpostedCount TO PrnUnposted
              WRITE PrintLine FROM UnpostedLine
           END-IF
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Write TuitRefund.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE RefundReport.

       PrintOneRefund.
           IF RRTerm NOT = PrevTerm AND DropCount > ZERO
              PERFORM PrintTermTotal
           END-IF
           MOVE RRTerm TO PrevTerm
           ADD 1 TO DropCount TermDrops
           ADD RRBilled TO TermBilled TotalBilled
           MOVE RRTerm TO PrnTerm
           MOVE RRStudID TO PrnStudID
           MOVE "** UNKNOWN" TO PrnStudName
           PERFORM VARYING ST FROM 1 BY 1 UNTIL ST > StudentCount
              IF STIDNum(ST) = RRStudID
                 MOVE STStudName(ST) TO PrnStudName
              END-IF
           END-PERFORM
           MOVE RRCourse TO PrnCourse
           STRING RRTimestamp(1:4) "-" RRTimestamp(5:2) "-"
              RRTimestamp(7:2) DELIMITED BY SIZE INTO PrnDate
           MOVE RRWeek TO PrnWeek
           MOVE RRPercent TO PrnPercent
           MOVE RRBilled TO PrnBilled
           MOVE RRRefund TO PrnRefund
           MOVE RRInvNum TO PrnInvNum
           MOVE RROperator TO PrnOperator
           EVALUATE TRUE
              WHEN RRPosted = 'Y'
                 MOVE "Yes" TO PrnPosted
                 ADD RRRefund TO TermRefund TotalRefund
              WHEN RRRefund = ZERO
                 MOVE "-" TO PrnPosted
              WHEN OTHER
                 MOVE "NO" TO PrnPosted
                 ADD 1 TO UnpostedCount
           END-EVALUATE
           WRITE PrintLine FROM DetailLine.

       PrintTermTotal.
           MOVE PrevTerm TO PrnTotTerm
           MOVE TermDrops TO PrnTermDrops
           MOVE TermBilled TO PrnTermBilled
           MOVE TermRefund TO PrnTermRefund
           WRITE PrintLine FROM TermLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE ZERO TO TermDrops TermBilled TermRefund.
