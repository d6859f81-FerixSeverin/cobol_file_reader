           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT ProgramFile ASSIGN TO "Program.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProgramFileStatus.

       DATA DIVISION.
       FILE SECTION.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       FD ProgramFile.
       01 ProgramRecord.
           02 PGProgram PIC X(6).
           02 PGTitle PIC X(30).
           02 PGCredits PIC 9(3).
           02 PGMinGPA PIC 9(3)V99.
           02 PGPassScore PIC 999.
           02 PGActive PIC X.

       WORKING-STORAGE SECTION.
       01 Choice PIC 9.
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
              03 STStudName PIC X(10).
              03 STStudProgram PIC X(6).
       01 StudentFound PIC X.
       01 StudentIndex PIC 9(4).
       01 WorkID PIC 9(5).
       01 WorkIDText PIC X(5).
       01 WorkName PIC X(10).
       01 WorkProgram PIC X(6).
       01 ProgramFileStatus PIC XX VALUE "00".
       01 ProgramEOF PIC X.
       01 ProgramFound PIC X.
       01 DeleteConfirm PIC X.
       01 MoveSub PIC 9(4).
       01 LockRequest.
                       ADD 1 TO StudentCount
                       MOVE IDNum TO STIDNum(StudentCount)
                       MOVE StudName TO STStudName(StudentCount)
                       MOVE StudProgram TO STStudProgram(StudentCount)
                 END-READ
              END-PERFORM
              CLOSE StudentFile
                    IF WorkName = SPACE
                       DISPLAY "Name Required, Student Not Added"
                    ELSE
                       MOVE SPACES TO WorkProgram
                       DISPLAY "Enter Program (Blank = None) : "
                          WITH NO ADVANCING
                       PERFORM AcceptProgram
                       IF ProgramFound = 'N'
                          DISPLAY "Student Not Added"
                       ELSE
                          ADD 1 TO StudentCount
                          MOVE WorkID TO STIDNum(StudentCount)
                          MOVE WorkName TO STStudName(StudentCount)
                          MOVE WorkProgram
                             TO STStudProgram(StudentCount)
                          PERFORM RewriteStudentFile
                          DISPLAY "Student Added"
                       END-IF
                    END-IF
                 END-IF
              END-IF
              IF WorkName = SPACE
                 DISPLAY "Name Required, Student Not Changed"
              ELSE
                 MOVE STStudProgram(StudentIndex) TO WorkProgram
                 DISPLAY "Current Program : " WorkProgram
                 DISPLAY "Enter New Program (Blank = No Change, "
                    "- = None) : " WITH NO ADVANCING
                 PERFORM AcceptProgram
                 IF ProgramFound = 'N'
                    DISPLAY "Student Not Changed"
                 ELSE
                    MOVE WorkName TO STStudName(StudentIndex)
                    MOVE WorkProgram TO STStudProgram(StudentIndex)
                    PERFORM RewriteStudentFile
                    DISPLAY "Student Changed"
                 END-IF
              END-IF
           END-IF.

           END-IF
           PERFORM VARYING ST FROM 1 BY 1 UNTIL ST > StudentCount
              DISPLAY "ID : " STIDNum(ST) " Name : " STStudName(ST)
                 " Program : " STStudProgram(ST)
           END-PERFORM.

       AcceptProgram.
           MOVE 'Y' TO ProgramFound
           MOVE SPACES TO PGProgram
           ACCEPT PGProgram
           MOVE FUNCTION UPPER-CASE(PGProgram) TO PGProgram
           EVALUATE PGProgram
              WHEN SPACES
                 EXIT PARAGRAPH
              WHEN "-"
                 MOVE SPACES TO WorkProgram
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE PGProgram TO WorkProgram
           MOVE 'N' TO ProgramFound
           MOVE 'N' TO ProgramEOF
           OPEN INPUT ProgramFile
           IF ProgramFileStatus NOT = "00"
              MOVE 'Y' TO ProgramEOF
           END-IF
           PERFORM UNTIL ProgramEOF NOT = 'N'
              READ ProgramFile
                 AT END MOVE 'Y' TO ProgramEOF
                 NOT AT END
                    IF PGProgram = WorkProgram
                       MOVE 'F' TO ProgramEOF
                       IF PGActive = 'C'
                          DISPLAY "Program " WorkProgram " Is Closed"
                       ELSE
                          MOVE 'Y' TO ProgramFound
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF ProgramFileStatus NOT = "35"
              CLOSE ProgramFile
           END-IF
           IF ProgramEOF NOT = 'F'
              DISPLAY "Program " WorkProgram " Not On File"
           END-IF.

       RewriteStudentFile.
           OPEN OUTPUT StudentFile.
           IF StudentFileStatus NOT = "00"
              PERFORM VARYING ST FROM 1 BY 1 UNTIL ST > StudentCount
                 MOVE STIDNum(ST) TO IDNum
                 MOVE STStudName(ST) TO StudName
                 MOVE STStudProgram(ST) TO StudProgram
                 WRITE StudData
                 IF StudentFileStatus NOT = "00"
                    DISPLAY "Unable To Write student.dat, Status "
