       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTR_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Instructors (Instructor.dat) and course assignments
      *> (InstrCourse.dat).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InstrFile ASSIGN TO "Instructor.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS InstrFileStatus.
           SELECT InstrWorkFile ASSIGN TO "Instructor.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS InstrWorkStatus.
           SELECT AssignFile ASSIGN TO "InstrCourse.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AssignFileStatus.
           SELECT AssignWorkFile ASSIGN TO "InstrCourse.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AssignWorkStatus.
           SELECT OperFile ASSIGN TO "OperFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OperFileStatus.
           SELECT CourseFile ASSIGN TO "CourseCat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CourseFileStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD InstrFile.
       01 InstrRecord.
           02 INInstructor PIC X(8).
           02 INName PIC X(20).
           02 INDept PIC X(10).
           02 INActive PIC X.

       FD InstrWorkFile.
       01 InstrWorkRecord PIC X(39).

       FD AssignFile.
       01 AssignRecord.
           02 ICTerm PIC X(6).
           02 ICCourse PIC X(10).
           02 ICInstructor PIC X(8).

       FD AssignWorkFile.
       01 AssignWorkRecord PIC X(24).

       FD OperFile.
       01 OperRecord.
           02 OPID PIC X(8).
           02 OPName PIC X(20).
           02 FILLER PIC X(13).

       FD CourseFile.
       01 CourseRecord.
           02 CRCourseCode PIC X(10).
           02 CRTitle PIC X(30).
           02 CRCredits PIC 99.
           02 CRSeatLimit PIC 9(3).
           02 CRActive PIC X.

       FD TermFile.
       01 TermRecord.
           02 TMTermCode PIC X(6).
           02 TMTitle PIC X(20).
           02 TMStartDate PIC 9(8).
           02 TMEndDate PIC 9(8).
           02 TMAddDropDate PIC 9(8).
           02 TMGradeDate PIC 9(8).
           02 TMStatus PIC X.

       WORKING-STORAGE SECTION.
       01 InstrFileStatus PIC XX VALUE "00".
       01 InstrWorkStatus PIC XX VALUE "00".
       01 AssignFileStatus PIC XX VALUE "00".
       01 AssignWorkStatus PIC XX VALUE "00".
       01 OperFileStatus PIC XX VALUE "00".
       01 CourseFileStatus PIC XX VALUE "00".
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 InstrEOF PIC X.
       01 AssignEOF PIC X.
       01 OperEOF PIC X.
       01 CourseEOF PIC X.
       01 WorkEOF PIC X.
       01 OperFound PIC X.
       01 OperName PIC X(20).
       01 CurrentOperator PIC X(8).
       01 ChangeCount PIC 9(5) VALUE ZERO.
       01 ListedCount PIC 9(4).

       01 InstrCount PIC 9(3) VALUE ZERO.
       01 InstrTable.
           02 InstrEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON InstrCount
                 INDEXED BY IX.
              03 XIInstructor PIC X(8).
              03 XIName PIC X(20).
              03 XIDept PIC X(10).
              03 XIActive PIC X.
       01 InstrFound PIC X.

       01 AssignCount PIC 9(4) VALUE ZERO.
       01 AssignTable.
           02 AssignEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON AssignCount
                 INDEXED BY AX.
              03 XATerm PIC X(6).
              03 XACourse PIC X(10).
              03 XAInstructor PIC X(8).
       01 AssignFound PIC X.
       01 AssignSub PIC 9(4).

       01 CourseCount PIC 9(3) VALUE ZERO.
       01 CourseTable.
           02 CourseEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON CourseCount
                 INDEXED BY CX.
              03 CTCode PIC X(10).
              03 CTTitle PIC X(30).
              03 CTActive PIC X.
       01 CourseFound PIC X.

       01 WorkInstructor PIC X(8).
       01 WorkName PIC X(20).
       01 WorkDept PIC X(10).
       01 WorkActive PIC X.
       01 WorkCourse PIC X(10).

       01 InstrHeads.
           02 FILLER PIC X(40)
              VALUE "Instr    Name                 Department".
           02 FILLER PIC X(7) VALUE " Status".
       01 InstrLine.
           02 PrnInstructor PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDept PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnActive PIC X.
       01 AssignHeads.
           02 FILLER PIC X(42)
              VALUE "Course     Title                          ".
           02 FILLER PIC X(25) VALUE "Instr    Name".
       01 AssignLine.
           02 PrnCourse PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTitle PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAssigned PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAssignName PIC X(20).

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY TERMWS.

       PROCEDURE DIVISION.
       StartPara.
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
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           PERFORM LoadTerms
           PERFORM LoadCourseTable
           PERFORM LoadInstructors
           PERFORM LoadAssignments
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "INSTRUCTORS AND COURSE ASSIGNMENTS"
              DISPLAY "1 : Add Or Change Instructor"
              DISPLAY "2 : List Instructors"
              DISPLAY "3 : Assign Course Instructor"
              DISPLAY "4 : List Course Assignments"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM MaintainInstructor
                 WHEN 2 PERFORM ListInstructors
                 WHEN 3 PERFORM AssignCourse
                 WHEN 4 PERFORM ListAssignments
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           DISPLAY "Instructor Changes : " ChangeCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY TERMPROC.

       LoadCourseTable.
           MOVE 'N' TO CourseEOF
           OPEN INPUT CourseFile
           IF CourseFileStatus NOT = "00"
              DISPLAY "CourseCat.dat Not Found"
              MOVE 'Y' TO CourseEOF
           END-IF
           PERFORM UNTIL CourseEOF = 'Y' OR CourseCount >= 200
              READ CourseFile
                 AT END MOVE 'Y' TO CourseEOF
                 NOT AT END
                    IF CRCourseCode NOT = SPACE
                       ADD 1 TO CourseCount
                       MOVE CRCourseCode TO CTCode(CourseCount)
                       MOVE CRTitle TO CTTitle(CourseCount)
                       MOVE CRActive TO CTActive(CourseCount)
                    END-IF
              END-READ
           END-PERFORM
           IF CourseFileStatus NOT = "35"
              CLOSE CourseFile
           END-IF.

       FindCourse.
           MOVE 'N' TO CourseFound
           IF CourseCount > 0
              SET CX TO 1
              SEARCH CourseEntry
                 AT END CONTINUE
                 WHEN CTCode(CX) = WorkCourse
                    MOVE 'Y' TO CourseFound
              END-SEARCH
           END-IF.

       LoadInstructors.
           MOVE ZERO TO InstrCount
           MOVE 'N' TO InstrEOF
           OPEN INPUT InstrFile
           IF InstrFileStatus NOT = "00"
              MOVE 'Y' TO InstrEOF
           END-IF
           PERFORM UNTIL InstrEOF = 'Y'
              READ InstrFile
                 AT END MOVE 'Y' TO InstrEOF
                 NOT AT END
                    IF InstrCount < 500 AND INInstructor NOT = SPACES
                       ADD 1 TO InstrCount
                       SET IX TO InstrCount
                       MOVE INInstructor TO XIInstructor(IX)
                       MOVE INName TO XIName(IX)
                       MOVE INDept TO XIDept(IX)
                       MOVE INActive TO XIActive(IX)
                    END-IF
              END-READ
           END-PERFORM
           IF InstrFileStatus NOT = "35"
              CLOSE InstrFile
           END-IF.

       FindInstructor.
           MOVE 'N' TO InstrFound
           IF InstrCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET IX TO 1
           SEARCH InstrEntry
              AT END CONTINUE
              WHEN XIInstructor(IX) = WorkInstructor
                 MOVE 'Y' TO InstrFound
           END-SEARCH.

       LoadAssignments.
           MOVE ZERO TO AssignCount
           MOVE 'N' TO AssignEOF
           OPEN INPUT AssignFile
           IF AssignFileStatus NOT = "00"
              MOVE 'Y' TO AssignEOF
           END-IF
           PERFORM UNTIL AssignEOF = 'Y'
              READ AssignFile
                 AT END MOVE 'Y' TO AssignEOF
                 NOT AT END
                    IF AssignCount < 2000 AND ICCourse NOT = SPACES
                       ADD 1 TO AssignCount
                       SET AX TO AssignCount
                       MOVE ICTerm TO XATerm(AX)
                       MOVE ICCourse TO XACourse(AX)
                       MOVE ICInstructor TO XAInstructor(AX)
                    END-IF
              END-READ
           END-PERFORM
           IF AssignFileStatus NOT = "35"
              CLOSE AssignFile
           END-IF.

       FindAssignment.
           MOVE 'N' TO AssignFound
           IF AssignCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET AX TO 1
           SEARCH AssignEntry
              AT END CONTINUE
              WHEN XATerm(AX) = TermCode AND XACourse(AX) = WorkCourse
                 MOVE 'Y' TO AssignFound
           END-SEARCH.

       FindOperator.
           MOVE 'N' TO OperFound
           MOVE SPACES TO OperName
           MOVE 'N' TO OperEOF
           OPEN INPUT OperFile
           IF OperFileStatus NOT = "00"
              MOVE 'Y' TO OperEOF
           END-IF
           PERFORM UNTIL OperEOF = 'Y'
              READ OperFile
                 AT END MOVE 'Y' TO OperEOF
                 NOT AT END
                    IF OPID = WorkInstructor
                       MOVE 'Y' TO OperFound
                       MOVE OPName TO OperName
                       MOVE 'Y' TO OperEOF
                    END-IF
              END-READ
           END-PERFORM
           IF OperFileStatus NOT = "35"
              CLOSE OperFile
           END-IF.

       AcceptTerm.
           DISPLAY "Term (Blank = Open Term) : " WITH NO ADVANCING
           MOVE SPACES TO TermCode
           ACCEPT TermCode
           MOVE FUNCTION UPPER-CASE(TermCode) TO TermCode
           IF TermCode = SPACES
              PERFORM FindOpenTerm
           ELSE
              PERFORM FindTerm
           END-IF
           IF TermFound NOT = 'Y'
              DISPLAY "Term Not On File"
           END-IF.

       MaintainInstructor.
           DISPLAY " "
           IF SROperLevel < 2
              DISPLAY "Registrar Sign-On Required..."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Instructor Operator ID : " WITH NO ADVANCING
           MOVE SPACES TO WorkInstructor
           ACCEPT WorkInstructor
           MOVE FUNCTION UPPER-CASE(WorkInstructor) TO WorkInstructor
           IF WorkInstructor = SPACES
              DISPLAY "Operator ID Required"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindInstructor
           IF InstrFound = 'Y'
              DISPLAY "Current : " XIName(IX) " " XIDept(IX)
                 " Status " XIActive(IX)
              MOVE XIName(IX) TO WorkName
              MOVE XIDept(IX) TO WorkDept
              MOVE XIActive(IX) TO WorkActive
           ELSE
              PERFORM FindOperator
              IF OperFound NOT = 'Y'
                 DISPLAY "Operator ID Not On OperFile.dat, "
                    "Instructor Not Added"
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "New Instructor, Operator "
                 FUNCTION TRIM(OperName)
              MOVE OperName TO WorkName
              MOVE SPACES TO WorkDept
              MOVE 'A' TO WorkActive
           END-IF
           DISPLAY "Name (Blank = " FUNCTION TRIM(WorkName) ") : "
              WITH NO ADVANCING
           MOVE SPACES TO INName
           ACCEPT INName
           IF INName NOT = SPACES
              MOVE INName TO WorkName
           END-IF
           IF WorkName = SPACES
              DISPLAY "Name Required, Instructor Not Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Department (Blank = No Change) : "
              WITH NO ADVANCING
           MOVE SPACES TO INDept
           ACCEPT INDept
           IF INDept NOT = SPACES
              MOVE FUNCTION UPPER-CASE(INDept) TO WorkDept
           END-IF
           IF InstrFound = 'Y'
              DISPLAY "Active (A) Or Inactive (I) : "
                 WITH NO ADVANCING
              MOVE SPACE TO WorkActive
              ACCEPT WorkActive
              IF WorkActive NOT = 'I' AND WorkActive NOT = 'i'
                 MOVE 'A' TO WorkActive
              ELSE
                 MOVE 'I' TO WorkActive
              END-IF
              PERFORM RewriteInstrFile
           ELSE
              PERFORM AppendInstructor
           END-IF
           PERFORM LoadInstructors.

       AppendInstructor.
           OPEN EXTEND InstrFile
           IF InstrFileStatus = "35"
              OPEN OUTPUT InstrFile
           END-IF
           IF InstrFileStatus NOT = "00"
              DISPLAY "Unable To Open Instructor.dat, Status "
                 InstrFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE WorkInstructor TO INInstructor
           MOVE WorkName TO INName
           MOVE WorkDept TO INDept
           MOVE WorkActive TO INActive
           WRITE InstrRecord
           IF InstrFileStatus NOT = "00"
              DISPLAY "Unable To Write Instructor.dat, Status "
                 InstrFileStatus
           ELSE
              ADD 1 TO ChangeCount
              DISPLAY "Instructor " WorkInstructor " Added"
           END-IF
           CLOSE InstrFile.

       RewriteInstrFile.
           MOVE 'N' TO InstrEOF
           OPEN INPUT InstrFile
           IF InstrFileStatus NOT = "00"
              DISPLAY "Unable To Open Instructor.dat, Status "
                 InstrFileStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InstrWorkFile
           IF InstrWorkStatus NOT = "00"
              DISPLAY "Unable To Open Instructor.tmp, Status "
                 InstrWorkStatus
              CLOSE InstrFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL InstrEOF = 'Y'
              READ InstrFile
                 AT END MOVE 'Y' TO InstrEOF
                 NOT AT END
                    IF INInstructor = WorkInstructor
                       MOVE WorkName TO INName
                       MOVE WorkDept TO INDept
                       MOVE WorkActive TO INActive
                    END-IF
                    WRITE InstrWorkRecord FROM InstrRecord
              END-READ
           END-PERFORM
           CLOSE InstrFile, InstrWorkFile
           MOVE 'N' TO WorkEOF
           OPEN INPUT InstrWorkFile
           IF InstrWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Instructor.tmp, Status "
                 InstrWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InstrFile
           IF InstrFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite Instructor.dat, Status "
                 InstrFileStatus
              CLOSE InstrWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ InstrWorkFile
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE InstrRecord FROM InstrWorkRecord
                    IF InstrFileStatus NOT = "00"
                       DISPLAY "Unable To Write Instructor.dat, "
                          "Status " InstrFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE InstrWorkFile, InstrFile
           ADD 1 TO ChangeCount
           DISPLAY "Instructor " WorkInstructor " Updated".

       ListInstructors.
           DISPLAY " "
           IF InstrCount = ZERO
              DISPLAY "No Instructors On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY InstrHeads
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > InstrCount
              MOVE XIInstructor(IX) TO PrnInstructor
              MOVE XIName(IX) TO PrnName
              MOVE XIDept(IX) TO PrnDept
              MOVE XIActive(IX) TO PrnActive
              DISPLAY InstrLine
           END-PERFORM.

       AssignCourse.
           DISPLAY " "
           IF SROperLevel < 2
              DISPLAY "Registrar Sign-On Required..."
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptTerm
           IF TermFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF TermStatus = 'C'
              DISPLAY "Term Is Closed, Assignments Not Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Course Code : " WITH NO ADVANCING
           MOVE SPACES TO WorkCourse
           ACCEPT WorkCourse
           MOVE FUNCTION UPPER-CASE(WorkCourse) TO WorkCourse
           PERFORM FindCourse
           IF CourseFound NOT = 'Y'
              DISPLAY "Course Not In Catalog"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Course : " FUNCTION TRIM(CTTitle(CX))
           PERFORM FindAssignment
           IF AssignFound = 'Y'
              DISPLAY "Now Assigned To " XAInstructor(AX)
           END-IF
           DISPLAY "Instructor (Blank = None) : " WITH NO ADVANCING
           MOVE SPACES TO WorkInstructor
           ACCEPT WorkInstructor
           MOVE FUNCTION UPPER-CASE(WorkInstructor) TO WorkInstructor
           IF WorkInstructor = SPACES
              IF AssignFound NOT = 'Y'
                 DISPLAY "Course Not Assigned, Nothing To Remove"
                 EXIT PARAGRAPH
              END-IF
              SET AssignSub TO AX
              PERFORM VARYING AssignSub FROM AssignSub BY 1
                 UNTIL AssignSub >= AssignCount
                 MOVE AssignEntry(AssignSub + 1)
                    TO AssignEntry(AssignSub)
              END-PERFORM
              SUBTRACT 1 FROM AssignCount
              PERFORM RewriteAssignFile
              DISPLAY "Assignment Removed For " WorkCourse
              EXIT PARAGRAPH
           END-IF
           PERFORM FindInstructor
           IF InstrFound NOT = 'Y'
              DISPLAY "Instructor Not On File"
              EXIT PARAGRAPH
           END-IF
           IF XIActive(IX) NOT = 'A'
              DISPLAY "Instructor Is Inactive, Course Not Assigned"
              EXIT PARAGRAPH
           END-IF
           IF AssignFound = 'Y'
              MOVE WorkInstructor TO XAInstructor(AX)
           ELSE
              IF AssignCount >= 2000
                 DISPLAY "Assignment Table Full, Course Not Assigned"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO AssignCount
              SET AX TO AssignCount
              MOVE TermCode TO XATerm(AX)
              MOVE WorkCourse TO XACourse(AX)
              MOVE WorkInstructor TO XAInstructor(AX)
           END-IF
           PERFORM RewriteAssignFile
           DISPLAY FUNCTION TRIM(WorkCourse) " Assigned To "
              FUNCTION TRIM(XIName(IX)) " For " TermCode.

       RewriteAssignFile.
           OPEN OUTPUT AssignWorkFile
           IF AssignWorkStatus NOT = "00"
              DISPLAY "Unable To Open InstrCourse.tmp, Status "
                 AssignWorkStatus
              PERFORM LoadAssignments
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > AssignCount
              MOVE XATerm(AX) TO ICTerm
              MOVE XACourse(AX) TO ICCourse
              MOVE XAInstructor(AX) TO ICInstructor
              WRITE AssignWorkRecord FROM AssignRecord
           END-PERFORM
           CLOSE AssignWorkFile
           MOVE 'N' TO WorkEOF
           OPEN INPUT AssignWorkFile
           IF AssignWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen InstrCourse.tmp, Status "
                 AssignWorkStatus
              PERFORM LoadAssignments
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AssignFile
           IF AssignFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite InstrCourse.dat, Status "
                 AssignFileStatus
              CLOSE AssignWorkFile
              PERFORM LoadAssignments
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ AssignWorkFile
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE AssignRecord FROM AssignWorkRecord
                    IF AssignFileStatus NOT = "00"
                       DISPLAY "Unable To Write InstrCourse.dat, "
                          "Status " AssignFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AssignWorkFile, AssignFile
           ADD 1 TO ChangeCount.

       ListAssignments.
           DISPLAY " "
           PERFORM AcceptTerm
           IF TermFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Course Assignments For " TermCode " " TermTitle
           MOVE ZERO TO ListedCount
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > AssignCount
              IF XATerm(AX) = TermCode
                 ADD 1 TO ListedCount
                 IF ListedCount = 1
                    DISPLAY AssignHeads
                 END-IF
                 MOVE XACourse(AX) TO PrnCourse WorkCourse
                 PERFORM FindCourse
                 IF CourseFound = 'Y'
                    MOVE CTTitle(CX) TO PrnTitle
                 ELSE
                    MOVE "NOT IN CATALOG" TO PrnTitle
                 END-IF
                 MOVE XAInstructor(AX) TO PrnAssigned WorkInstructor
                 PERFORM FindInstructor
                 IF InstrFound = 'Y'
                    MOVE XIName(IX) TO PrnAssignName
                 ELSE
                    MOVE "NOT ON FILE" TO PrnAssignName
                 END-IF
                 DISPLAY AssignLine
              END-IF
           END-PERFORM
           IF ListedCount = ZERO
              DISPLAY "No Courses Assigned For " TermCode
           END-IF.
