           SELECT CourseWorkFile ASSIGN TO "CourseCat.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CourseWorkStatus.
           SELECT PrereqFile ASSIGN TO "Prereq.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PrereqFileStatus.
           SELECT PrereqWorkFile ASSIGN TO "Prereq.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PrereqWorkStatus.
           SELECT RoomFile ASSIGN TO "Room.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RoomFileStatus.
           SELECT ScheduleFile ASSIGN TO "Schedule.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ScheduleFileStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CourseWorkFile.
       01 CourseWorkRecord PIC X(46).

       FD PrereqFile.
       01 PrereqRecord.
           02 PQCourse PIC X(10).
           02 PQRequired PIC X(10).
           02 PQMinScore PIC 999.

       FD PrereqWorkFile.
       01 PrereqWorkRecord PIC X(23).

       FD RoomFile.
       01 RoomRecord.
           02 RMRoom PIC X(8).
           02 RMDesc PIC X(20).
           02 RMCapacity PIC 9(3).
           02 RMActive PIC X.

       FD ScheduleFile.
       01 ScheduleRecord.
           02 SCTerm PIC X(6).
           02 SCCourse PIC X(10).
           02 SCDays PIC X(7).
           02 SCStart PIC 9(4).
           02 SCEnd PIC 9(4).
           02 SCRoom PIC X(8).

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
       01 CourseFileStatus PIC XX VALUE "00".
       01 CourseWorkStatus PIC XX VALUE "00".
       01 WorkActive PIC X.
       01 ListedCount PIC 9(3).

       01 PrereqFileStatus PIC XX VALUE "00".
       01 PrereqWorkStatus PIC XX VALUE "00".
       01 PrereqEOF PIC X.
       01 PrereqChanged PIC X.
       01 PrereqAction PIC X.
       01 PrereqFound PIC X.
       01 RequiredCode PIC X(10).
       01 MinScore PIC 999.
       01 DelSub PIC 9(3).
       01 PrereqCount PIC 9(3) VALUE ZERO.
       01 PrereqTable.
           02 PrereqEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON PrereqCount
                 INDEXED BY PX.
              03 XPCourse PIC X(10).
              03 XPRequired PIC X(10).
              03 XPMinScore PIC 999.

       01 RoomTooSmall PIC 9(3).

       COPY SCHEDWS.
       COPY TERMWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM LoadTerms
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "COURSE CATALOG MAINTENANCE"
              DISPLAY "1 : Add Course"
              DISPLAY "2 : Change Course"
              DISPLAY "3 : List Courses"
              DISPLAY "4 : Course Prerequisites"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
                 WHEN 1 PERFORM AddCourse
                 WHEN 2 PERFORM ChangeCourse
                 WHEN 3 PERFORM ListCourses
                 WHEN 4 PERFORM MaintainPrereqs
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM.
           STOP RUN.

       COPY SCHEDPROC.
       COPY TERMPROC.

       AddCourse.
           DISPLAY " "
           DISPLAY "Enter Course Code : " WITH NO ADVANCING.
           IF WorkActive NOT = 'W'
              MOVE 'A' TO WorkActive
           END-IF
           PERFORM CheckRoomCapacity
           IF RoomTooSmall > ZERO
              DISPLAY "Seat Limit More Than Room Holds, "
                 "Course Not Changed"
              EXIT PARAGRAPH
           END-IF
           PERFORM RewriteCourseFile.

       CheckRoomCapacity.
           MOVE ZERO TO RoomTooSmall
           IF WorkSeats = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadRooms
           MOVE SPACES TO SchedTerm
           PERFORM LoadSchedule
           PERFORM VARYING MTY FROM 1 BY 1 UNTIL MTY > MeetingCount
              IF XSCourse(MTY) = WorkCode
                 AND XSCapacity(MTY) > ZERO
                 AND XSCapacity(MTY) < WorkSeats
                 MOVE XSTerm(MTY) TO TermCode
                 PERFORM FindTerm
                 IF TermStatus NOT = 'C'
                    ADD 1 TO RoomTooSmall
                    DISPLAY "Meets In " XSRoom(MTY) " In "
                       XSTerm(MTY) ", Seats " XSCapacity(MTY)
                 END-IF
              END-IF
           END-PERFORM.

       RewriteCourseFile.
           MOVE 'N' TO CourseEOF
           OPEN INPUT CourseFile
           IF CourseFileStatus NOT = "35"
              CLOSE CourseFile
           END-IF.

       MaintainPrereqs.
           DISPLAY " "
           DISPLAY "Enter Course Code : " WITH NO ADVANCING.
           ACCEPT WorkCode.
           PERFORM FindCourse
           IF CourseFound = 'N'
              DISPLAY "Course Doesn't Exist"
              EXIT PARAGRAPH
           END-IF
           MOVE WorkCode TO PQCourse
           PERFORM LoadPrereqs
           MOVE 'N' TO PrereqChanged
           MOVE 'Y' TO PrereqAction
           PERFORM UNTIL PrereqAction = SPACE
              PERFORM ListPrereqs
              DISPLAY "A : Add  R : Remove  Blank : Done : "
                 WITH NO ADVANCING
              MOVE SPACE TO PrereqAction
              ACCEPT PrereqAction
              EVALUATE PrereqAction
                 WHEN 'A' WHEN 'a'
                    PERFORM AddPrereq
                 WHEN 'R' WHEN 'r'
                    PERFORM RemovePrereq
                 WHEN OTHER
                    MOVE SPACE TO PrereqAction
              END-EVALUATE
           END-PERFORM
           IF PrereqChanged = 'Y'
              PERFORM RewritePrereqFile
           END-IF.

       LoadPrereqs.
           MOVE ZERO TO PrereqCount
           MOVE 'N' TO PrereqEOF
           OPEN INPUT PrereqFile
           IF PrereqFileStatus NOT = "00"
              MOVE 'Y' TO PrereqEOF
           END-IF
           PERFORM UNTIL PrereqEOF = 'Y'
              READ PrereqFile
                 AT END MOVE 'Y' TO PrereqEOF
                 NOT AT END
                    IF PQCourse NOT = SPACES AND PrereqCount < 500
                       ADD 1 TO PrereqCount
                       SET PX TO PrereqCount
                       MOVE PrereqRecord TO PrereqEntry(PX)
                    END-IF
              END-READ
           END-PERFORM
           IF PrereqFileStatus NOT = "35"
              CLOSE PrereqFile
           END-IF.

       ListPrereqs.
           DISPLAY " "
           DISPLAY "Prerequisites For " WorkCode
           MOVE ZERO TO ListedCount
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PrereqCount
              IF XPCourse(PX) = WorkCode
                 ADD 1 TO ListedCount
                 DISPLAY "   " XPRequired(PX)
                    " Minimum Score : " XPMinScore(PX)
              END-IF
           END-PERFORM
           IF ListedCount = ZERO
              DISPLAY "   None"
           END-IF.

       FindPrereq.
           MOVE 'N' TO PrereqFound
           PERFORM VARYING PX FROM 1 BY 1
              UNTIL PX > PrereqCount OR PrereqFound = 'Y'
              IF XPCourse(PX) = WorkCode
                 AND XPRequired(PX) = RequiredCode
                 MOVE 'Y' TO PrereqFound
                 SET DelSub TO PX
              END-IF
           END-PERFORM.

       AddPrereq.
           DISPLAY "Required Course : " WITH NO ADVANCING
           MOVE SPACES TO RequiredCode
           ACCEPT RequiredCode
           IF RequiredCode = SPACES OR RequiredCode = WorkCode
              DISPLAY "Invalid Required Course"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindPrereq
           IF PrereqFound = 'Y'
              DISPLAY "Already A Prerequisite"
              EXIT PARAGRAPH
           END-IF
           MOVE WorkCode TO PQCourse
           MOVE RequiredCode TO WorkCode
           PERFORM FindCourse
           MOVE PQCourse TO WorkCode
           IF CourseFound = 'N'
              DISPLAY "Required Course Doesn't Exist"
              EXIT PARAGRAPH
           END-IF
           IF PrereqCount >= 500
              DISPLAY "Prerequisite Table Full"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Minimum Score (0-100) : " WITH NO ADVANCING
           MOVE ZERO TO MinScore
           ACCEPT MinScore
           IF MinScore > 100
              DISPLAY "Score Must Be 0-100"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PrereqCount
           SET PX TO PrereqCount
           MOVE WorkCode TO XPCourse(PX)
           MOVE RequiredCode TO XPRequired(PX)
           MOVE MinScore TO XPMinScore(PX)
           MOVE 'Y' TO PrereqChanged.

       RemovePrereq.
           DISPLAY "Required Course : " WITH NO ADVANCING
           MOVE SPACES TO RequiredCode
           ACCEPT RequiredCode
           PERFORM FindPrereq
           IF PrereqFound = 'N'
              DISPLAY "Not A Prerequisite Of " WorkCode
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PX FROM DelSub BY 1
              UNTIL PX >= PrereqCount
              MOVE PrereqEntry(PX + 1) TO PrereqEntry(PX)
           END-PERFORM
           SUBTRACT 1 FROM PrereqCount
           MOVE 'Y' TO PrereqChanged.

       RewritePrereqFile.
           OPEN OUTPUT PrereqWorkFile
           IF PrereqWorkStatus NOT = "00"
              DISPLAY "Unable To Open Prereq.tmp, Status "
                 PrereqWorkStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PrereqCount
              WRITE PrereqWorkRecord FROM PrereqEntry(PX)
           END-PERFORM
           CLOSE PrereqWorkFile
           MOVE 'N' TO PrereqEOF
           OPEN INPUT PrereqWorkFile
           IF PrereqWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Prereq.tmp, Status "
                 PrereqWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PrereqFile
           IF PrereqFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite Prereq.dat, Status "
                 PrereqFileStatus
              CLOSE PrereqWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PrereqEOF = 'Y'
              READ PrereqWorkFile
                 AT END MOVE 'Y' TO PrereqEOF
                 NOT AT END
                    WRITE PrereqRecord FROM PrereqWorkRecord
                    IF PrereqFileStatus NOT = "00"
                       DISPLAY "Unable To Write Prereq.dat, "
                          "Status " PrereqFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PrereqWorkFile, PrereqFile
           DISPLAY "Prerequisites For " WorkCode " Updated".
