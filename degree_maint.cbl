       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Degree programs (Program.dat) and their required courses
      *> (ProgReq.dat).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProgramFile ASSIGN TO "Program.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProgramFileStatus.
           SELECT ProgramWorkFile ASSIGN TO "Program.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProgramWorkStatus.
           SELECT ProgReqFile ASSIGN TO "ProgReq.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProgReqFileStatus.
           SELECT ProgReqWorkFile ASSIGN TO "ProgReq.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProgReqWorkStatus.
           SELECT CourseFile ASSIGN TO "CourseCat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CourseFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ProgramFile.
       01 ProgramRecord.
           02 PGProgram PIC X(6).
           02 PGTitle PIC X(30).
           02 PGCredits PIC 9(3).
           02 PGMinGPA PIC 9(3)V99.
           02 PGPassScore PIC 999.
           02 PGActive PIC X.

       FD ProgramWorkFile.
       01 ProgramWorkRecord PIC X(48).

       FD ProgReqFile.
       01 ProgReqRecord.
           02 PRProgram PIC X(6).
           02 PRCourse PIC X(10).
           02 PRMinScore PIC 999.

       FD ProgReqWorkFile.
       01 ProgReqWorkRecord PIC X(19).

       FD CourseFile.
       01 CourseRecord.
           02 CRCourseCode PIC X(10).
           02 CRTitle PIC X(30).
           02 CRCredits PIC 99.
           02 CRSeatLimit PIC 9(3).
           02 CRActive PIC X.

       WORKING-STORAGE SECTION.
       01 ProgramFileStatus PIC XX VALUE "00".
       01 ProgramWorkStatus PIC XX VALUE "00".
       01 ProgReqFileStatus PIC XX VALUE "00".
       01 ProgReqWorkStatus PIC XX VALUE "00".
       01 CourseFileStatus PIC XX VALUE "00".
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 ProgramEOF PIC X.
       01 ProgReqEOF PIC X.
       01 CourseEOF PIC X.
       01 CourseFound PIC X.
       01 ListedCount PIC 9(3).
       01 EntryText PIC X(12).
       01 EntryValid PIC X.
       01 EntryNumber PIC S9(7)V99.
       01 GPADisplay PIC ZZ9.99.

       01 ProgramCount PIC 9(3) VALUE ZERO.
       01 ProgramTable.
           02 ProgramEntry OCCURS 0 TO 100 TIMES
                 DEPENDING ON ProgramCount
                 INDEXED BY PGX.
              03 XGProgram PIC X(6).
              03 XGTitle PIC X(30).
              03 XGCredits PIC 9(3).
              03 XGMinGPA PIC 9(3)V99.
              03 XGPassScore PIC 999.
              03 XGActive PIC X.
       01 ProgramFound PIC X.
       01 WorkProgram PIC X(6).
       01 WorkTitle PIC X(30).
       01 WorkCredits PIC 9(3).
       01 WorkMinGPA PIC 9(3)V99.
       01 WorkPassScore PIC 999.
       01 WorkActive PIC X.

       01 ProgReqChanged PIC X.
       01 ProgReqAction PIC X.
       01 ProgReqFound PIC X.
       01 WorkCode PIC X(10).
       01 MinScore PIC 999.
       01 DelSub PIC 9(4).
       01 ProgReqCount PIC 9(4) VALUE ZERO.
       01 ProgReqTable.
           02 ProgReqEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON ProgReqCount
                 INDEXED BY RX.
              03 XRProgram PIC X(6).
              03 XRCourse PIC X(10).
              03 XRMinScore PIC 999.

       01 ProgramHeads.
           02 FILLER PIC X(37)
              VALUE "Prog   Title                         ".
           02 FILLER PIC X(27)
              VALUE "Credits Min GPA Pass Status".
       01 ProgramLine.
           02 PrnProgram PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTitle PIC X(30).
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnCredits PIC ZZ9.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnMinGPA PIC ZZ9.99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnPassScore PIC ZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 PrnActive PIC X.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM LoadPrograms
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "DEGREE PROGRAM REQUIREMENTS"
              DISPLAY "1 : Add Or Change Program"
              DISPLAY "2 : List Programs"
              DISPLAY "3 : Program Required Courses"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM MaintainProgram
                 WHEN 2 PERFORM ListPrograms
                 WHEN 3 PERFORM MaintainProgReqs
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LoadPrograms.
           MOVE ZERO TO ProgramCount
           MOVE 'N' TO ProgramEOF
           OPEN INPUT ProgramFile
           IF ProgramFileStatus NOT = "00"
              MOVE 'Y' TO ProgramEOF
           END-IF
           PERFORM UNTIL ProgramEOF = 'Y'
              READ ProgramFile
                 AT END MOVE 'Y' TO ProgramEOF
                 NOT AT END
                    IF PGProgram NOT = SPACES AND ProgramCount < 100
                       ADD 1 TO ProgramCount
                       SET PGX TO ProgramCount
                       MOVE ProgramRecord TO ProgramEntry(PGX)
                    END-IF
              END-READ
           END-PERFORM
           IF ProgramFileStatus NOT = "35"
              CLOSE ProgramFile
           END-IF.

       FindProgram.
           MOVE 'N' TO ProgramFound
           IF ProgramCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET PGX TO 1
           SEARCH ProgramEntry
              AT END CONTINUE
              WHEN XGProgram(PGX) = WorkProgram
                 MOVE 'Y' TO ProgramFound
           END-SEARCH.

       AcceptProgram.
           DISPLAY "Program : " WITH NO ADVANCING
           MOVE SPACES TO WorkProgram
           ACCEPT WorkProgram
           MOVE FUNCTION UPPER-CASE(WorkProgram) TO WorkProgram
           PERFORM FindProgram.

       AcceptNumber.
           MOVE 'Y' TO EntryValid
           MOVE ZERO TO EntryNumber
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF EntryText = SPACES
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(EntryText) NOT = ZERO
              DISPLAY "Number Not Valid"
              MOVE 'N' TO EntryValid
              EXIT PARAGRAPH
           END-IF
           COMPUTE EntryNumber = FUNCTION NUMVAL(EntryText)
              ON SIZE ERROR
                 DISPLAY "Number Too Large"
                 MOVE 'N' TO EntryValid
           END-COMPUTE
           IF EntryNumber < ZERO
              DISPLAY "Number May Not Be Negative"
              MOVE 'N' TO EntryValid
           END-IF.

       MaintainProgram.
           DISPLAY " "
           PERFORM AcceptProgram
           IF WorkProgram = SPACES
              DISPLAY "Program Required"
              EXIT PARAGRAPH
           END-IF
           IF ProgramFound = 'Y'
              MOVE XGMinGPA(PGX) TO GPADisplay
              DISPLAY "Current : " XGTitle(PGX) " Credits "
                 XGCredits(PGX) " Min GPA " GPADisplay
                 " Pass " XGPassScore(PGX) " Status "
                 XGActive(PGX)
              MOVE XGTitle(PGX) TO WorkTitle
              MOVE XGCredits(PGX) TO WorkCredits
              MOVE XGMinGPA(PGX) TO WorkMinGPA
              MOVE XGPassScore(PGX) TO WorkPassScore
              MOVE XGActive(PGX) TO WorkActive
           ELSE
              IF ProgramCount >= 100
                 DISPLAY "Program Table Full, Program Not Added"
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "New Program"
              MOVE SPACES TO WorkTitle
              MOVE ZERO TO WorkCredits WorkMinGPA
              MOVE 60 TO WorkPassScore
              MOVE 'A' TO WorkActive
           END-IF
           DISPLAY "Title (Blank = No Change) : " WITH NO ADVANCING
           MOVE SPACES TO PGTitle
           ACCEPT PGTitle
           IF PGTitle NOT = SPACES
              MOVE PGTitle TO WorkTitle
           END-IF
           IF WorkTitle = SPACES
              DISPLAY "Title Required, Program Not Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Credits To Graduate (Blank = No Change) : "
              WITH NO ADVANCING
           PERFORM AcceptNumber
           IF EntryValid NOT = 'Y' OR EntryNumber > 999
              DISPLAY "Credits Not Valid, Program Not Changed"
              EXIT PARAGRAPH
           END-IF
           IF EntryText NOT = SPACES
              MOVE EntryNumber TO WorkCredits
           END-IF
           IF WorkCredits = ZERO
              DISPLAY "Credits Required, Program Not Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Minimum Cumulative GPA (0 = None, "
              "Blank = No Change) : " WITH NO ADVANCING
           PERFORM AcceptNumber
           IF EntryValid NOT = 'Y' OR EntryNumber > 100
              DISPLAY "GPA Not Valid, Program Not Changed"
              EXIT PARAGRAPH
           END-IF
           IF EntryText NOT = SPACES
              MOVE EntryNumber TO WorkMinGPA
           END-IF
           DISPLAY "Pass Score (Blank = " WorkPassScore ") : "
              WITH NO ADVANCING
           PERFORM AcceptNumber
           IF EntryValid NOT = 'Y' OR EntryNumber > 100
              DISPLAY "Score Must Be 0-100, Program Not Changed"
              EXIT PARAGRAPH
           END-IF
           IF EntryText NOT = SPACES
              MOVE EntryNumber TO WorkPassScore
           END-IF
           IF ProgramFound = 'Y'
              DISPLAY "Active (A) Or Closed (C) : "
                 WITH NO ADVANCING
              MOVE SPACE TO WorkActive
              ACCEPT WorkActive
              IF WorkActive = 'C' OR WorkActive = 'c'
                 MOVE 'C' TO WorkActive
              ELSE
                 MOVE 'A' TO WorkActive
              END-IF
           ELSE
              ADD 1 TO ProgramCount
              SET PGX TO ProgramCount
              MOVE WorkProgram TO XGProgram(PGX)
           END-IF
           MOVE WorkTitle TO XGTitle(PGX)
           MOVE WorkCredits TO XGCredits(PGX)
           MOVE WorkMinGPA TO XGMinGPA(PGX)
           MOVE WorkPassScore TO XGPassScore(PGX)
           MOVE WorkActive TO XGActive(PGX)
           PERFORM RewriteProgramFile.

       ListPrograms.
           DISPLAY " "
           IF ProgramCount = ZERO
              DISPLAY "No Programs On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY ProgramHeads
           PERFORM VARYING PGX FROM 1 BY 1 UNTIL PGX > ProgramCount
              MOVE XGProgram(PGX) TO PrnProgram
              MOVE XGTitle(PGX) TO PrnTitle
              MOVE XGCredits(PGX) TO PrnCredits
              MOVE XGMinGPA(PGX) TO PrnMinGPA
              MOVE XGPassScore(PGX) TO PrnPassScore
              MOVE XGActive(PGX) TO PrnActive
              DISPLAY ProgramLine
           END-PERFORM.

       RewriteProgramFile.
           OPEN OUTPUT ProgramWorkFile
           IF ProgramWorkStatus NOT = "00"
              DISPLAY "Unable To Open Program.tmp, Status "
                 ProgramWorkStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PGX FROM 1 BY 1 UNTIL PGX > ProgramCount
              WRITE ProgramWorkRecord FROM ProgramEntry(PGX)
           END-PERFORM
           CLOSE ProgramWorkFile
           MOVE 'N' TO ProgramEOF
           OPEN INPUT ProgramWorkFile
           IF ProgramWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Program.tmp, Status "
                 ProgramWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ProgramFile
           IF ProgramFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite Program.dat, Status "
                 ProgramFileStatus
              CLOSE ProgramWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ProgramEOF = 'Y'
              READ ProgramWorkFile
                 AT END MOVE 'Y' TO ProgramEOF
                 NOT AT END
                    WRITE ProgramRecord FROM ProgramWorkRecord
                    IF ProgramFileStatus NOT = "00"
                       DISPLAY "Unable To Write Program.dat, "
                          "Status " ProgramFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ProgramWorkFile, ProgramFile
           DISPLAY "Program " WorkProgram " Updated".

       MaintainProgReqs.
           DISPLAY " "
           PERFORM AcceptProgram
           IF ProgramFound = 'N'
              DISPLAY "Program Doesn't Exist"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadProgReqs
           MOVE 'N' TO ProgReqChanged
           MOVE 'Y' TO ProgReqAction
           PERFORM UNTIL ProgReqAction = SPACE
              PERFORM ListProgReqs
              DISPLAY "A : Add  R : Remove  Blank : Done : "
                 WITH NO ADVANCING
              MOVE SPACE TO ProgReqAction
              ACCEPT ProgReqAction
              EVALUATE ProgReqAction
                 WHEN 'A' WHEN 'a'
                    PERFORM AddProgReq
                 WHEN 'R' WHEN 'r'
                    PERFORM RemoveProgReq
                 WHEN OTHER
                    MOVE SPACE TO ProgReqAction
              END-EVALUATE
           END-PERFORM
           IF ProgReqChanged = 'Y'
              PERFORM RewriteProgReqFile
           END-IF.

       LoadProgReqs.
           MOVE ZERO TO ProgReqCount
           MOVE 'N' TO ProgReqEOF
           OPEN INPUT ProgReqFile
           IF ProgReqFileStatus NOT = "00"
              MOVE 'Y' TO ProgReqEOF
           END-IF
           PERFORM UNTIL ProgReqEOF = 'Y'
              READ ProgReqFile
                 AT END MOVE 'Y' TO ProgReqEOF
                 NOT AT END
                    IF PRProgram NOT = SPACES AND ProgReqCount < 2000
                       ADD 1 TO ProgReqCount
                       SET RX TO ProgReqCount
                       MOVE ProgReqRecord TO ProgReqEntry(RX)
                    END-IF
              END-READ
           END-PERFORM
           IF ProgReqFileStatus NOT = "35"
              CLOSE ProgReqFile
           END-IF.

       ListProgReqs.
           DISPLAY " "
           DISPLAY "Required Courses For " WorkProgram " "
              XGTitle(PGX)
           MOVE ZERO TO ListedCount
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ProgReqCount
              IF XRProgram(RX) = WorkProgram
                 ADD 1 TO ListedCount
                 IF XRMinScore(RX) = ZERO
                    DISPLAY "   " XRCourse(RX)
                       " Minimum Score : Pass"
                 ELSE
                    DISPLAY "   " XRCourse(RX)
                       " Minimum Score : " XRMinScore(RX)
                 END-IF
              END-IF
           END-PERFORM
           IF ListedCount = ZERO
              DISPLAY "   None"
           END-IF.

       FindProgReq.
           MOVE 'N' TO ProgReqFound
           PERFORM VARYING RX FROM 1 BY 1
              UNTIL RX > ProgReqCount OR ProgReqFound = 'Y'
              IF XRProgram(RX) = WorkProgram
                 AND XRCourse(RX) = WorkCode
                 MOVE 'Y' TO ProgReqFound
                 SET DelSub TO RX
              END-IF
           END-PERFORM.

       FindCourse.
           MOVE 'N' TO CourseFound
           MOVE 'N' TO CourseEOF
           OPEN INPUT CourseFile
           IF CourseFileStatus NOT = "00"
              MOVE 'Y' TO CourseEOF
           END-IF
           PERFORM UNTIL CourseEOF = 'Y'
              READ CourseFile
                 AT END MOVE 'Y' TO CourseEOF
                 NOT AT END
                    IF CRCourseCode = WorkCode
                       MOVE 'Y' TO CourseFound
                       MOVE 'Y' TO CourseEOF
                    END-IF
              END-READ
           END-PERFORM
           IF CourseFileStatus NOT = "35"
              CLOSE CourseFile
           END-IF.

       AddProgReq.
           DISPLAY "Required Course : " WITH NO ADVANCING
           MOVE SPACES TO WorkCode
           ACCEPT WorkCode
           IF WorkCode = SPACES
              DISPLAY "Invalid Required Course"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindProgReq
           IF ProgReqFound = 'Y'
              DISPLAY "Already Required"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindCourse
           IF CourseFound = 'N'
              DISPLAY "Required Course Doesn't Exist"
              EXIT PARAGRAPH
           END-IF
           IF ProgReqCount >= 2000
              DISPLAY "Requirement Table Full"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Minimum Score (0 = Pass, 1-100) : "
              WITH NO ADVANCING
           MOVE ZERO TO MinScore
           ACCEPT MinScore
           IF MinScore > 100
              DISPLAY "Score Must Be 0-100"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ProgReqCount
           SET RX TO ProgReqCount
           MOVE WorkProgram TO XRProgram(RX)
           MOVE WorkCode TO XRCourse(RX)
           MOVE MinScore TO XRMinScore(RX)
           MOVE 'Y' TO ProgReqChanged.

       RemoveProgReq.
           DISPLAY "Required Course : " WITH NO ADVANCING
           MOVE SPACES TO WorkCode
           ACCEPT WorkCode
           PERFORM FindProgReq
           IF ProgReqFound = 'N'
              DISPLAY "Not Required By " WorkProgram
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RX FROM DelSub BY 1
              UNTIL RX >= ProgReqCount
              MOVE ProgReqEntry(RX + 1) TO ProgReqEntry(RX)
           END-PERFORM
           SUBTRACT 1 FROM ProgReqCount
           MOVE 'Y' TO ProgReqChanged.

       RewriteProgReqFile.
           OPEN OUTPUT ProgReqWorkFile
           IF ProgReqWorkStatus NOT = "00"
              DISPLAY "Unable To Open ProgReq.tmp, Status "
                 ProgReqWorkStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ProgReqCount
              WRITE ProgReqWorkRecord FROM ProgReqEntry(RX)
           END-PERFORM
           CLOSE ProgReqWorkFile
           MOVE 'N' TO ProgReqEOF
           OPEN INPUT ProgReqWorkFile
           IF ProgReqWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen ProgReq.tmp, Status "
                 ProgReqWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ProgReqFile
           IF ProgReqFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite ProgReq.dat, Status "
                 ProgReqFileStatus
              CLOSE ProgReqWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ProgReqEOF = 'Y'
              READ ProgReqWorkFile
                 AT END MOVE 'Y' TO ProgReqEOF
                 NOT AT END
                    WRITE ProgReqRecord FROM ProgReqWorkRecord
                    IF ProgReqFileStatus NOT = "00"
                       DISPLAY "Unable To Write ProgReq.dat, "
                          "Status " ProgReqFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ProgReqWorkFile, ProgReqFile
           DISPLAY "Required Courses For " WorkProgram " Updated".
