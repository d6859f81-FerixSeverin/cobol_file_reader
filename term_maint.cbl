       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Academic term maintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.
           SELECT TermWorkFile ASSIGN TO "Term.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermWorkStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TermFile.
       01 TermRecord.
           02 TMTermCode PIC X(6).
           02 TMTitle PIC X(20).
           02 TMStartDate PIC 9(8).
           02 TMEndDate PIC 9(8).
           02 TMAddDropDate PIC 9(8).
           02 TMGradeDate PIC 9(8).
           02 TMStatus PIC X.

       FD TermWorkFile.
       01 TermWorkRecord PIC X(59).

       WORKING-STORAGE SECTION.
       01 TermWorkStatus PIC XX VALUE "00".
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WorkEOF PIC X.
       01 RunDate PIC 9(8).
       01 EntryText PIC X(12).
       01 EntryDate PIC 9(8).
       01 DateValid PIC X.
       01 DatesValid PIC X.
       01 Confirm PIC X.
       01 WorkCode PIC X(6).
       01 WorkTitle PIC X(20).
       01 WorkStart PIC 9(8).
       01 WorkEnd PIC 9(8).
       01 WorkAddDrop PIC 9(8).
       01 WorkGradeBy PIC 9(8).
       01 WorkStatus PIC X.
       01 WorkAction PIC X.
       01 RewriteDone PIC X.
       01 ListedCount PIC 9(3).

       01 ListHeads.
           02 FILLER PIC X(28) VALUE "Term   Title".
           02 FILLER PIC X(37) VALUE
              "Start    End      Add/Drop Grades   S".
       01 ListLine.
           02 PrnCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTitle PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStart PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnEnd PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAddDrop PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnGradeBy PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X.

       COPY TERMWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadTerms
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "ACADEMIC TERM MAINTENANCE"
              DISPLAY "1 : List Terms"
              DISPLAY "2 : Add Term"
              DISPLAY "3 : Change Term Dates"
              DISPLAY "4 : Open Term"
              DISPLAY "5 : Close Term"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListTerms
                 WHEN 2 PERFORM AddTerm
                 WHEN 3 PERFORM ChangeTermDates
                 WHEN 4 PERFORM OpenTerm
                 WHEN 5 PERFORM CloseTerm
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM.
           STOP RUN.

       COPY TERMPROC.

       ListTerms.
           MOVE ZERO TO ListedCount
           DISPLAY " "
           DISPLAY ListHeads
           PERFORM VARYING TMX FROM 1 BY 1 UNTIL TMX > TermCount
              ADD 1 TO ListedCount
              MOVE XMCode(TMX) TO PrnCode
              MOVE XMTitle(TMX) TO PrnTitle
              MOVE XMStart(TMX) TO PrnStart
              MOVE XMEnd(TMX) TO PrnEnd
              MOVE XMAddDrop(TMX) TO PrnAddDrop
              MOVE XMGradeBy(TMX) TO PrnGradeBy
              MOVE XMStatus(TMX) TO PrnStatus
              DISPLAY ListLine
           END-PERFORM
           DISPLAY "Terms Listed : " ListedCount.

       AddTerm.
           IF TermCount >= 100
              DISPLAY "Term Table Full, Term Not Added"
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Term Code : " WITH NO ADVANCING
           PERFORM AcceptTermCode
           IF WorkCode = SPACES
              DISPLAY "Code Required, Term Not Added"
              EXIT PARAGRAPH
           END-IF
           IF TermFound = 'Y'
              DISPLAY "Term Already On File : " TermTitle
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Title : " WITH NO ADVANCING
           MOVE SPACES TO WorkTitle
           ACCEPT WorkTitle
           IF WorkTitle = SPACES
              DISPLAY "Title Required, Term Not Added"
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptTermDates
           IF DatesValid = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Add Term " WorkCode " (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TermFile
           IF TermFileStatus = "35"
              OPEN OUTPUT TermFile
           END-IF
           IF TermFileStatus NOT = "00"
              DISPLAY "Unable To Open Term.dat, Status "
                 TermFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE WorkCode TO TMTermCode
           MOVE WorkTitle TO TMTitle
           MOVE WorkStart TO TMStartDate
           MOVE WorkEnd TO TMEndDate
           MOVE WorkAddDrop TO TMAddDropDate
           MOVE WorkGradeBy TO TMGradeDate
           MOVE 'P' TO TMStatus
           WRITE TermRecord
           IF TermFileStatus NOT = "00"
              DISPLAY "Unable To Write Term.dat, Status "
                 TermFileStatus
              CLOSE TermFile
              EXIT PARAGRAPH
           END-IF
           CLOSE TermFile
           PERFORM LoadTerms
           DISPLAY "Term " WorkCode " Added As Planned".

       ChangeTermDates.
           DISPLAY " "
           DISPLAY "Term Code : " WITH NO ADVANCING
           PERFORM AcceptTermCode
           IF TermFound = 'N'
              DISPLAY "Term Not On File"
              EXIT PARAGRAPH
           END-IF
           IF TermStatus = 'C'
              DISPLAY "Term Is Closed, Dates Not Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Now : Start " TermStart " End " TermEnd
              " Add/Drop " TermAddDrop " Grades " TermGradeBy
           PERFORM AcceptTermDates
           IF DatesValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO WorkAction
           PERFORM RewriteTermFile
           IF RewriteDone = 'Y'
              DISPLAY "Term " WorkCode " Dates Changed"
           END-IF.

       OpenTerm.
           DISPLAY " "
           DISPLAY "Term Code : " WITH NO ADVANCING
           PERFORM AcceptTermCode
           IF TermFound = 'N'
              DISPLAY "Term Not On File"
              EXIT PARAGRAPH
           END-IF
           IF TermStatus = 'O'
              DISPLAY "Term " WorkCode " Is Already Open"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindOpenTerm
           IF TermFound = 'Y'
              DISPLAY "Term " TermCode " Is Open, Close It First"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Open Term " WorkCode " (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WorkAction
           MOVE 'O' TO WorkStatus
           PERFORM RewriteTermFile
           IF RewriteDone = 'Y'
              DISPLAY "Term " WorkCode " Open"
           END-IF.

       CloseTerm.
           DISPLAY " "
           DISPLAY "Term Code : " WITH NO ADVANCING
           PERFORM AcceptTermCode
           IF TermFound = 'N'
              DISPLAY "Term Not On File"
              EXIT PARAGRAPH
           END-IF
           IF TermStatus NOT = 'O'
              DISPLAY "Term " WorkCode " Is Not Open"
              EXIT PARAGRAPH
           END-IF
           IF RunDate <= TermGradeBy
              DISPLAY "Grading Deadline " TermGradeBy
                 " Has Not Passed"
           END-IF
           DISPLAY "Close Term " WorkCode " (Y/N) : "
              WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WorkAction
           MOVE 'C' TO WorkStatus
           PERFORM RewriteTermFile
           IF RewriteDone = 'Y'
              DISPLAY "Term " WorkCode " Closed"
           END-IF.

       AcceptTermCode.
           MOVE SPACES TO WorkCode
           ACCEPT WorkCode
           MOVE FUNCTION UPPER-CASE(WorkCode) TO WorkCode
           MOVE WorkCode TO TermCode
           PERFORM FindTerm.

       AcceptTermDates.
           MOVE 'N' TO DatesValid
           DISPLAY "First Day Of Classes (YYYYMMDD) : "
              WITH NO ADVANCING
           PERFORM AcceptTermDate
           IF DateValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryDate TO WorkStart
           DISPLAY "Last Day Of Classes (YYYYMMDD) : "
              WITH NO ADVANCING
           PERFORM AcceptTermDate
           IF DateValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryDate TO WorkEnd
           IF WorkEnd < WorkStart
              DISPLAY "Last Day Is Before The First"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Add/Drop Deadline (YYYYMMDD) : "
              WITH NO ADVANCING
           PERFORM AcceptTermDate
           IF DateValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryDate TO WorkAddDrop
           IF WorkAddDrop < WorkStart OR WorkAddDrop > WorkEnd
              DISPLAY "Add/Drop Deadline Must Fall Within The Term"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Grading Deadline (YYYYMMDD) : "
              WITH NO ADVANCING
           PERFORM AcceptTermDate
           IF DateValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryDate TO WorkGradeBy
           IF WorkGradeBy < WorkEnd
              DISPLAY "Grading Deadline Is Before The Last Day"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO DatesValid.

       AcceptTermDate.
           MOVE 'N' TO DateValid
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "Date Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO EntryDate
           IF FUNCTION TEST-DATE-YYYYMMDD(EntryDate) NOT = ZERO
              DISPLAY "Date Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO DateValid.

       RewriteTermFile.
           MOVE 'N' TO RewriteDone
           MOVE 'N' TO TermEOF
           OPEN INPUT TermFile
           IF TermFileStatus NOT = "00"
              DISPLAY "Unable To Open Term.dat, Status "
                 TermFileStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TermWorkFile
           IF TermWorkStatus NOT = "00"
              DISPLAY "Unable To Open Term.tmp, Status "
                 TermWorkStatus
              CLOSE TermFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TermEOF = 'Y'
              READ TermFile
                 AT END MOVE 'Y' TO TermEOF
                 NOT AT END
                    IF FUNCTION UPPER-CASE(TMTermCode) = WorkCode
                       IF WorkAction = 'D'
                          MOVE WorkStart TO TMStartDate
                          MOVE WorkEnd TO TMEndDate
                          MOVE WorkAddDrop TO TMAddDropDate
                          MOVE WorkGradeBy TO TMGradeDate
                       ELSE
                          MOVE WorkStatus TO TMStatus
                       END-IF
                    END-IF
                    WRITE TermWorkRecord FROM TermRecord
              END-READ
           END-PERFORM
           CLOSE TermFile, TermWorkFile
           MOVE 'N' TO WorkEOF
           OPEN INPUT TermWorkFile
           IF TermWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Term.tmp, Status "
                 TermWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TermFile
           IF TermFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite Term.dat, Status "
                 TermFileStatus
              CLOSE TermWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ TermWorkFile
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE TermRecord FROM TermWorkRecord
                    IF TermFileStatus NOT = "00"
                       DISPLAY "Unable To Write Term.dat, "
                          "Status " TermFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TermWorkFile, TermFile
           MOVE 'Y' TO RewriteDone
           PERFORM LoadTerms.
