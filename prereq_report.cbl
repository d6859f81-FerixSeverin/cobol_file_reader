       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQ_REPORT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Prerequisite overrides. Output is PrereqOvr.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'prereqwork.tmp'.
           SELECT OverrideFile ASSIGN TO "PrereqOvr.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OverrideFileStatus.
           SELECT SortedOverrides ASSIGN TO "PrereqOvrSorted.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT OverrideReport ASSIGN TO "PrereqOvr.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WSortRecord.
           02 WPOTimestamp PIC X(21).
           02 WPOTerm PIC X(6).
           02 WPOStudID PIC 9(5).
           02 WPOCourse PIC X(10).
           02 FILLER PIC X(59).

       FD OverrideFile.
       01 OverrideRecord PIC X(101).

       FD SortedOverrides.
       01 SortedRecord.
           02 POTimestamp PIC X(21).
           02 POTerm PIC X(6).
           02 POStudID PIC 9(5).
           02 POCourse PIC X(10).
           02 POMissing PIC X(10).
           02 POUnmet PIC 9.
           02 POOperator PIC X(8).
           02 POReason PIC X(40).

       FD StudentFile.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       FD OverrideReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 OverrideFileStatus PIC XX VALUE "00".
       01 SortedStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 ReportStatus PIC XX VALUE "00".
       01 StudentEOF PIC X.
       01 SortedEOF PIC X.
       01 RunDate PIC 9(8).
       01 OverrideCount PIC 9(5) VALUE ZERO.
       01 PrevTerm PIC X(6).

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON StudentCount
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
              03 STStudName PIC X(10).

       01 ReportHeading.
           02 FILLER PIC X(29)
              VALUE "PREREQUISITE OVERRIDES AS OF ".
           02 PrnRunDate PIC 9(8).
       01 Heads.
           02 FILLER PIC X(34)
              VALUE "Term   Course     Stud  Name      ".
           02 FILLER PIC X(36)
              VALUE " Missed          Date       Operator".
       01 DetailLine.
           02 PrnTerm PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCourse PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStudID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStudName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnMissing PIC X(10).
           02 PrnMore PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDate PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOperator PIC X(8).
       01 MoreText.
           02 FILLER PIC X VALUE " ".
           02 FILLER PIC X VALUE "+".
           02 PrnMoreCount PIC 9.
           02 FILLER PIC X VALUE SPACE.
       01 ReasonLine.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "Reason : ".
           02 PrnReason PIC X(40).
       01 ReportFooter.
           02 FILLER PIC X(20) VALUE "Overrides Listed : ".
           02 PrnOverrideCount PIC ZZZZ9.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadStudentTable
           OPEN INPUT OverrideFile
           IF OverrideFileStatus = "35"
              DISPLAY "No Prerequisite Overrides On File"
              OPEN OUTPUT OverrideFile
           END-IF
           CLOSE OverrideFile
           SORT WorkFile
              ON ASCENDING KEY WPOTerm WPOCourse WPOStudID
                 WPOTimestamp
              USING OverrideFile
              GIVING SortedOverrides
           PERFORM PrintOverrides
           DISPLAY "Prerequisite Overrides Listed : " OverrideCount.
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

       PrintOverrides.
           OPEN OUTPUT OverrideReport
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Open PrereqOvr.rpt, Status "
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
           OPEN INPUT SortedOverrides
           IF SortedStatus NOT = "00"
              MOVE 'Y' TO SortedEOF
           END-IF
           PERFORM UNTIL SortedEOF = 'Y'
              READ SortedOverrides
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM PrintOneOverride
              END-READ
           END-PERFORM
           IF SortedStatus NOT = "35"
              CLOSE SortedOverrides
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE OverrideCount TO PrnOverrideCount
           WRITE PrintLine FROM ReportFooter
           IF ReportStatus NOT = "00"
              DISPLAY "Unable To Write PrereqOvr.rpt, Status "
                 ReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE OverrideReport.

       PrintOneOverride.
           ADD 1 TO OverrideCount
           IF POTerm NOT = PrevTerm AND OverrideCount > 1
              MOVE SPACES TO PrintLine
              WRITE PrintLine
           END-IF
           MOVE POTerm TO PrevTerm
           MOVE POTerm TO PrnTerm
           MOVE POCourse TO PrnCourse
           MOVE POStudID TO PrnStudID
           MOVE "** UNKNOWN" TO PrnStudName
           PERFORM VARYING ST FROM 1 BY 1 UNTIL ST > StudentCount
              IF STIDNum(ST) = POStudID
                 MOVE STStudName(ST) TO PrnStudName
              END-IF
           END-PERFORM
           MOVE POMissing TO PrnMissing
           MOVE SPACES TO PrnMore
           IF POUnmet IS NUMERIC AND POUnmet > 1
              COMPUTE PrnMoreCount = POUnmet - 1
              MOVE MoreText TO PrnMore
           END-IF
           STRING POTimestamp(1:4) "-" POTimestamp(5:2) "-"
              POTimestamp(7:2) DELIMITED BY SIZE INTO PrnDate
           MOVE POOperator TO PrnOperator
           WRITE PrintLine FROM DetailLine
           MOVE POReason TO PrnReason
           WRITE PrintLine FROM ReasonLine.
