       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHED_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Rooms and the class schedule.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomFile ASSIGN TO "Room.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RoomFileStatus.
           SELECT RoomWorkFile ASSIGN TO "Room.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RoomWorkStatus.
           SELECT ScheduleFile ASSIGN TO "Schedule.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ScheduleFileStatus.
           SELECT ScheduleWorkFile ASSIGN TO "Schedule.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ScheduleWorkStatus.
           SELECT CourseFile ASSIGN TO "CourseCat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CourseFileStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RoomFile.
       01 RoomRecord.
           02 RMRoom PIC X(8).
           02 RMDesc PIC X(20).
           02 RMCapacity PIC 9(3).
           02 RMActive PIC X.

       FD RoomWorkFile.
       01 RoomWorkRecord PIC X(32).

       FD ScheduleFile.
       01 ScheduleRecord.
           02 SCTerm PIC X(6).
           02 SCCourse PIC X(10).
           02 SCDays PIC X(7).
           02 SCStart PIC 9(4).
           02 SCEnd PIC 9(4).
           02 SCRoom PIC X(8).

       FD ScheduleWorkFile.
       01 ScheduleWorkRecord PIC X(39).

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
       01 RoomWorkStatus PIC XX VALUE "00".
       01 ScheduleWorkStatus PIC XX VALUE "00".
       01 CourseFileStatus PIC XX VALUE "00".
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 CourseEOF PIC X.
       01 WorkEOF PIC X.
       01 ListedCount PIC 9(4).
       01 ChangeCount PIC 9(4) VALUE ZERO.

       01 CourseCount PIC 9(3) VALUE ZERO.
       01 CourseTable.
           02 CourseEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON CourseCount
                 INDEXED BY CX.
              03 CTCode PIC X(10).
              03 CTTitle PIC X(30).
              03 CTSeatLimit PIC 9(3).
              03 CTActive PIC X.
       01 CourseFound PIC X.

       01 WorkRoom PIC X(8).
       01 WorkDesc PIC X(20).
       01 WorkCapacity PIC 9(3).
       01 WorkActive PIC X.
       01 CapacityText PIC X(3).
       01 WorkCourse PIC X(10).
       01 ListCourse PIC X(10).
       01 WorkDays PIC X(7).
       01 DaysEntered PIC X(7).
       01 DaysValid PIC X.
       01 DayLetters PIC X(7) VALUE "MTWRFSU".
       01 DayChar PIC X.
       01 DayPos PIC 9.
       01 EntrySub PIC 9.
       01 TimeText PIC X(4).
       01 TimeValid PIC X.
       01 WorkTime PIC 9(4).
       01 WorkTimeParts REDEFINES WorkTime.
           02 WorkHour PIC 99.
           02 WorkMinute PIC 99.
       01 WorkStart PIC 9(4).
       01 WorkEnd PIC 9(4).
       01 ClashCount PIC 9(3).
       01 MeetingNumber PIC 9(3).
       01 MeetingWanted PIC 9(3).
       01 MeetingText PIC X(3).
       01 RemoveDone PIC X.
       01 BlockCount PIC 9(3).

       01 RoomHeads.
           02 FILLER PIC X(28) VALUE "Room     Description".
           02 FILLER PIC X(18) VALUE "Seats Status Meets".
       01 RoomLine.
           02 PrnRoom PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCapacity PIC ZZ9.
           02 FILLER PIC XXX VALUE SPACES.
           02 PrnRoomActive PIC X.
           02 FILLER PIC X(5) VALUE SPACES.
           02 PrnMeets PIC ZZZ9.
       01 MeetingHeads.
           02 FILLER PIC X(35)
              VALUE "  # Course     Days    Time        ".
           02 FILLER PIC X(20) VALUE "Room     Seats Limit".
       01 MeetingLine.
           02 PrnNumber PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCourse PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDays PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStartHour PIC 99.
           02 FILLER PIC X VALUE ":".
           02 PrnStartMinute PIC 99.
           02 FILLER PIC X VALUE "-".
           02 PrnEndHour PIC 99.
           02 FILLER PIC X VALUE ":".
           02 PrnEndMinute PIC 99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMeetRoom PIC X(8).
           02 FILLER PIC XXX VALUE SPACES.
           02 PrnSeats PIC ZZ9.
           02 FILLER PIC XXX VALUE SPACES.
           02 PrnLimit PIC ZZ9.

       COPY SCHEDWS.
       COPY TERMWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM LoadTerms
           PERFORM LoadCourseTable
           PERFORM LoadRooms
           MOVE SPACES TO SchedTerm
           PERFORM LoadSchedule
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "ROOMS AND CLASS SCHEDULE"
              DISPLAY "1 : Add Or Change Room"
              DISPLAY "2 : List Rooms"
              DISPLAY "3 : Add Class Meeting"
              DISPLAY "4 : Remove Class Meeting"
              DISPLAY "5 : List Class Schedule"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM MaintainRoom
                 WHEN 2 PERFORM ListRooms
                 WHEN 3 PERFORM AddMeeting
                 WHEN 4 PERFORM RemoveMeeting
                 WHEN 5 PERFORM ListSchedule
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           DISPLAY "Room And Schedule Changes : " ChangeCount.
           STOP RUN.

       COPY SCHEDPROC.
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
                       IF CRSeatLimit IS NUMERIC
                          MOVE CRSeatLimit TO
                             CTSeatLimit(CourseCount)
                       ELSE
                          MOVE ZERO TO CTSeatLimit(CourseCount)
                       END-IF
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

       MaintainRoom.
           DISPLAY " "
           DISPLAY "Room : " WITH NO ADVANCING
           MOVE SPACES TO WorkRoom
           ACCEPT WorkRoom
           MOVE FUNCTION UPPER-CASE(WorkRoom) TO WorkRoom
           IF WorkRoom = SPACES
              DISPLAY "Room Required"
              EXIT PARAGRAPH
           END-IF
           MOVE WorkRoom TO RoomWanted
           PERFORM FindRoom
           IF RoomFound = 'Y'
              DISPLAY "Current : " XRDesc(RMX) " Seats "
                 XRCapacity(RMX) " Status " XRActive(RMX)
              MOVE XRDesc(RMX) TO WorkDesc
              MOVE XRCapacity(RMX) TO WorkCapacity
              MOVE XRActive(RMX) TO WorkActive
           ELSE
              DISPLAY "New Room"
              MOVE SPACES TO WorkDesc
              MOVE ZERO TO WorkCapacity
              MOVE 'A' TO WorkActive
           END-IF
           DISPLAY "Description (Blank = No Change) : "
              WITH NO ADVANCING
           MOVE SPACES TO RMDesc
           ACCEPT RMDesc
           IF RMDesc NOT = SPACES
              MOVE RMDesc TO WorkDesc
           END-IF
           DISPLAY "Seats (Blank = No Change) : " WITH NO ADVANCING
           MOVE SPACES TO CapacityText
           ACCEPT CapacityText
           IF CapacityText NOT = SPACES
              IF FUNCTION TRIM(CapacityText) IS NOT NUMERIC
                 DISPLAY "Seats Must Be Numeric, Room Not Changed"
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION NUMVAL(CapacityText) TO WorkCapacity
           END-IF
           IF WorkCapacity = ZERO
              DISPLAY "Seats Required, Room Not Changed"
              EXIT PARAGRAPH
           END-IF
           IF RoomFound = 'Y'
              DISPLAY "Active (A) Or Withdrawn (W) : "
                 WITH NO ADVANCING
              MOVE SPACE TO WorkActive
              ACCEPT WorkActive
              IF WorkActive NOT = 'W' AND WorkActive NOT = 'w'
                 MOVE 'A' TO WorkActive
              ELSE
                 MOVE 'W' TO WorkActive
              END-IF
              PERFORM CheckRoomInUse
              IF BlockCount > ZERO
                 DISPLAY "Room Not Changed"
                 EXIT PARAGRAPH
              END-IF
              PERFORM RewriteRoomFile
           ELSE
              PERFORM AppendRoom
           END-IF
           PERFORM LoadRooms
           MOVE SPACES TO SchedTerm
           PERFORM LoadSchedule.

       CheckRoomInUse.
           MOVE ZERO TO BlockCount
           PERFORM VARYING MTY FROM 1 BY 1 UNTIL MTY > MeetingCount
              IF XSRoom(MTY) = WorkRoom
                 MOVE XSTerm(MTY) TO TermCode
                 PERFORM FindTerm
                 IF TermStatus NOT = 'C'
                    MOVE XSCourse(MTY) TO WorkCourse
                    PERFORM FindCourse
                    EVALUATE TRUE
                       WHEN WorkActive = 'W'
                          ADD 1 TO BlockCount
                          DISPLAY "Room Scheduled For "
                             XSCourse(MTY) " In " XSTerm(MTY)
                       WHEN CourseFound = 'Y'
                          AND CTSeatLimit(CX) > WorkCapacity
                          ADD 1 TO BlockCount
                          DISPLAY XSCourse(MTY) " In " XSTerm(MTY)
                             " Seats " CTSeatLimit(CX)
                             ", More Than The Room Holds"
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM.

       AppendRoom.
           OPEN EXTEND RoomFile
           IF RoomFileStatus = "35"
              OPEN OUTPUT RoomFile
           END-IF
           IF RoomFileStatus NOT = "00"
              DISPLAY "Unable To Open Room.dat, Status "
                 RoomFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE WorkRoom TO RMRoom
           MOVE WorkDesc TO RMDesc
           MOVE WorkCapacity TO RMCapacity
           MOVE WorkActive TO RMActive
           WRITE RoomRecord
           IF RoomFileStatus NOT = "00"
              DISPLAY "Unable To Write Room.dat, Status "
                 RoomFileStatus
           ELSE
              ADD 1 TO ChangeCount
              DISPLAY "Room " WorkRoom " Added"
           END-IF
           CLOSE RoomFile.

       RewriteRoomFile.
           MOVE 'N' TO RoomEOF
           OPEN INPUT RoomFile
           IF RoomFileStatus NOT = "00"
              DISPLAY "Unable To Open Room.dat, Status "
                 RoomFileStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RoomWorkFile
           IF RoomWorkStatus NOT = "00"
              DISPLAY "Unable To Open Room.tmp, Status "
                 RoomWorkStatus
              CLOSE RoomFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RoomEOF = 'Y'
              READ RoomFile
                 AT END MOVE 'Y' TO RoomEOF
                 NOT AT END
                    IF RMRoom = WorkRoom
                       MOVE WorkDesc TO RMDesc
                       MOVE WorkCapacity TO RMCapacity
                       MOVE WorkActive TO RMActive
                    END-IF
                    WRITE RoomWorkRecord FROM RoomRecord
              END-READ
           END-PERFORM
           CLOSE RoomFile, RoomWorkFile
           MOVE 'N' TO WorkEOF
           OPEN INPUT RoomWorkFile
           IF RoomWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Room.tmp, Status "
                 RoomWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RoomFile
           IF RoomFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite Room.dat, Status "
                 RoomFileStatus
              CLOSE RoomWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ RoomWorkFile
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE RoomRecord FROM RoomWorkRecord
                    IF RoomFileStatus NOT = "00"
                       DISPLAY "Unable To Write Room.dat, "
                          "Status " RoomFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RoomWorkFile, RoomFile
           ADD 1 TO ChangeCount
           DISPLAY "Room " WorkRoom " Updated".

       ListRooms.
           DISPLAY " "
           IF RoomCount = ZERO
              DISPLAY "No Rooms On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY RoomHeads
           PERFORM VARYING RMX FROM 1 BY 1 UNTIL RMX > RoomCount
              MOVE ZERO TO ListedCount
              PERFORM VARYING MTY FROM 1 BY 1
                 UNTIL MTY > MeetingCount
                 IF XSRoom(MTY) = XRRoom(RMX)
                    ADD 1 TO ListedCount
                 END-IF
              END-PERFORM
              MOVE XRRoom(RMX) TO PrnRoom
              MOVE XRDesc(RMX) TO PrnDesc
              MOVE XRCapacity(RMX) TO PrnCapacity
              MOVE XRActive(RMX) TO PrnRoomActive
              MOVE ListedCount TO PrnMeets
              DISPLAY RoomLine
           END-PERFORM.

       AddMeeting.
           DISPLAY " "
           PERFORM AcceptTerm
           IF TermFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF TermStatus = 'C'
              DISPLAY "Term " TermCode " Closed, Schedule Not Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Course Code : " WITH NO ADVANCING
           MOVE SPACES TO WorkCourse
           ACCEPT WorkCourse
           PERFORM FindCourse
           IF CourseFound NOT = 'Y'
              DISPLAY "Course Not In Catalog"
              EXIT PARAGRAPH
           END-IF
           IF CTActive(CX) NOT = 'A'
              DISPLAY "Course Withdrawn, Meeting Not Added"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Days (MTWRFSU, e.g. MWF) : " WITH NO ADVANCING
           MOVE SPACES TO DaysEntered
           ACCEPT DaysEntered
           PERFORM ParseDays
           IF DaysValid NOT = 'Y'
              DISPLAY "Days Must Be Letters From MTWRFSU, "
                 "Meeting Not Added"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Start Time (HHMM) : " WITH NO ADVANCING
           PERFORM AcceptTime
           IF TimeValid NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE WorkTime TO WorkStart
           DISPLAY "End Time (HHMM) : " WITH NO ADVANCING
           PERFORM AcceptTime
           IF TimeValid NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE WorkTime TO WorkEnd
           IF WorkEnd NOT > WorkStart
              DISPLAY "End Time Must Be After Start Time, "
                 "Meeting Not Added"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Room : " WITH NO ADVANCING
           MOVE SPACES TO WorkRoom
           ACCEPT WorkRoom
           MOVE FUNCTION UPPER-CASE(WorkRoom) TO WorkRoom
           MOVE WorkRoom TO RoomWanted
           PERFORM FindRoom
           IF RoomFound NOT = 'Y'
              DISPLAY "Room Not On File"
              EXIT PARAGRAPH
           END-IF
           IF XRActive(RMX) NOT = 'A'
              DISPLAY "Room Withdrawn, Meeting Not Added"
              EXIT PARAGRAPH
           END-IF
           IF CTSeatLimit(CX) > RoomCapacity
              DISPLAY "Seat Limit " CTSeatLimit(CX)
                 " Is More Than Room Holds (" RoomCapacity
                 "), Meeting Not Added"
              EXIT PARAGRAPH
           END-IF
           IF CTSeatLimit(CX) = ZERO
              DISPLAY "Course Has No Seat Limit, Enrollment Will "
                 "Stop At " RoomCapacity
           END-IF
           IF MeetingCount >= 2000
              DISPLAY "Schedule Table Full, Meeting Not Added"
              EXIT PARAGRAPH
           END-IF
           PERFORM CheckMeetingClash
           IF ClashCount > ZERO
              DISPLAY "Meeting Not Added"
              EXIT PARAGRAPH
           END-IF
           PERFORM AppendMeeting.

       ParseDays.
           MOVE SPACES TO WorkDays
           MOVE 'Y' TO DaysValid
           MOVE FUNCTION UPPER-CASE(DaysEntered) TO DaysEntered
           PERFORM VARYING EntrySub FROM 1 BY 1 UNTIL EntrySub > 7
              MOVE DaysEntered(EntrySub:1) TO DayChar
              IF DayChar NOT = SPACE
                 MOVE ZERO TO DayPos
                 PERFORM VARYING DaySub FROM 1 BY 1 UNTIL DaySub > 7
                    IF DayLetters(DaySub:1) = DayChar
                       MOVE DaySub TO DayPos
                    END-IF
                 END-PERFORM
                 IF DayPos = ZERO
                    MOVE 'N' TO DaysValid
                 ELSE
                    MOVE DayChar TO WorkDays(DayPos:1)
                 END-IF
              END-IF
           END-PERFORM
           IF WorkDays = SPACES
              MOVE 'N' TO DaysValid
           END-IF.

       AcceptTime.
           MOVE 'N' TO TimeValid
           MOVE SPACES TO TimeText
           ACCEPT TimeText
           IF TimeText IS NOT NUMERIC
              DISPLAY "Time Must Be Four Digits, Meeting Not Added"
              EXIT PARAGRAPH
           END-IF
           MOVE TimeText TO WorkTime
           IF WorkHour > 23 OR WorkMinute > 59
              DISPLAY "Time Not Valid, Meeting Not Added"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO TimeValid.

       CheckMeetingClash.
           MOVE ZERO TO ClashCount
           ADD 1 TO MeetingCount
           SET MTY TO MeetingCount
           MOVE TermCode TO XSTerm(MTY)
           MOVE WorkCourse TO XSCourse(MTY)
           MOVE WorkDays TO XSDays(MTY)
           MOVE WorkStart TO XSStart(MTY)
           MOVE WorkEnd TO XSEnd(MTY)
           MOVE WorkRoom TO XSRoom(MTY)
           MOVE RoomCapacity TO XSCapacity(MTY)
           PERFORM VARYING MTX FROM 1 BY 1
              UNTIL MTX >= MeetingCount
              IF XSRoom(MTX) = WorkRoom
                 OR XSCourse(MTX) = WorkCourse
                 PERFORM MeetingsClash
                 IF SchedClash = 'Y'
                    ADD 1 TO ClashCount
                    IF XSCourse(MTX) = WorkCourse
                       DISPLAY WorkCourse " Already Meets "
                          XSDays(MTX) " " XSStart(MTX) "-"
                          XSEnd(MTX) " In " XSRoom(MTX)
                    ELSE
                       DISPLAY "Room " WorkRoom " In Use By "
                          XSCourse(MTX) " " XSDays(MTX) " "
                          XSStart(MTX) "-" XSEnd(MTX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           SUBTRACT 1 FROM MeetingCount.

       AppendMeeting.
           OPEN EXTEND ScheduleFile
           IF ScheduleFileStatus = "35"
              OPEN OUTPUT ScheduleFile
           END-IF
           IF ScheduleFileStatus NOT = "00"
              DISPLAY "Unable To Open Schedule.dat, Status "
                 ScheduleFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE TermCode TO SCTerm
           MOVE WorkCourse TO SCCourse
           MOVE WorkDays TO SCDays
           MOVE WorkStart TO SCStart
           MOVE WorkEnd TO SCEnd
           MOVE WorkRoom TO SCRoom
           WRITE ScheduleRecord
           IF ScheduleFileStatus NOT = "00"
              DISPLAY "Unable To Write Schedule.dat, Status "
                 ScheduleFileStatus
              CLOSE ScheduleFile
              EXIT PARAGRAPH
           END-IF
           CLOSE ScheduleFile
           ADD 1 TO MeetingCount
           ADD 1 TO ChangeCount
           DISPLAY "Meeting Added For " WorkCourse " In " TermCode.

       RemoveMeeting.
           DISPLAY " "
           PERFORM AcceptTerm
           IF TermFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           IF TermStatus = 'C'
              DISPLAY "Term " TermCode " Closed, Schedule Not Changed"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Course Code : " WITH NO ADVANCING
           MOVE SPACES TO WorkCourse
           ACCEPT WorkCourse
           IF WorkCourse = SPACES
              DISPLAY "Course Required"
              EXIT PARAGRAPH
           END-IF
           MOVE WorkCourse TO ListCourse
           PERFORM ListMeetings
           IF ListedCount = ZERO
              DISPLAY "No Meetings For " WorkCourse " In " TermCode
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Meeting # To Remove (Blank = None) : "
              WITH NO ADVANCING
           MOVE SPACES TO MeetingText
           ACCEPT MeetingText
           IF MeetingText = SPACES
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(MeetingText) IS NOT NUMERIC
              DISPLAY "Meeting Number Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MeetingText) TO MeetingWanted
           IF MeetingWanted = ZERO OR MeetingWanted > ListedCount
              DISPLAY "Meeting Number Not Valid"
              EXIT PARAGRAPH
           END-IF
           PERFORM RewriteScheduleFile
           IF RemoveDone = 'Y'
              ADD 1 TO ChangeCount
              DISPLAY "Meeting Removed"
              MOVE SPACES TO SchedTerm
              PERFORM LoadSchedule
           END-IF.

       ListMeetings.
           MOVE ZERO TO ListedCount
           PERFORM VARYING MTX FROM 1 BY 1 UNTIL MTX > MeetingCount
              IF XSTerm(MTX) = TermCode
                 AND (XSCourse(MTX) = ListCourse
                    OR ListCourse = SPACES)
                 ADD 1 TO ListedCount
                 IF ListedCount = 1
                    DISPLAY MeetingHeads
                 END-IF
                 MOVE ListedCount TO PrnNumber
                 MOVE XSCourse(MTX) TO PrnCourse
                 MOVE XSDays(MTX) TO PrnDays
                 MOVE XSStart(MTX) TO WorkTime
                 MOVE WorkHour TO PrnStartHour
                 MOVE WorkMinute TO PrnStartMinute
                 MOVE XSEnd(MTX) TO WorkTime
                 MOVE WorkHour TO PrnEndHour
                 MOVE WorkMinute TO PrnEndMinute
                 MOVE XSRoom(MTX) TO PrnMeetRoom
                 MOVE XSCapacity(MTX) TO PrnSeats
                 MOVE XSCourse(MTX) TO WorkCourse
                 PERFORM FindCourse
                 IF CourseFound = 'Y'
                    MOVE CTSeatLimit(CX) TO PrnLimit
                 ELSE
                    MOVE ZERO TO PrnLimit
                 END-IF
                 DISPLAY MeetingLine
              END-IF
           END-PERFORM
           MOVE ListCourse TO WorkCourse.

       RewriteScheduleFile.
           MOVE 'N' TO RemoveDone
           MOVE ZERO TO MeetingNumber
           MOVE 'N' TO ScheduleEOF
           OPEN INPUT ScheduleFile
           IF ScheduleFileStatus NOT = "00"
              DISPLAY "Unable To Open Schedule.dat, Status "
                 ScheduleFileStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ScheduleWorkFile
           IF ScheduleWorkStatus NOT = "00"
              DISPLAY "Unable To Open Schedule.tmp, Status "
                 ScheduleWorkStatus
              CLOSE ScheduleFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ScheduleEOF = 'Y'
              READ ScheduleFile
                 AT END MOVE 'Y' TO ScheduleEOF
                 NOT AT END
                    IF SCTerm = TermCode AND SCCourse = WorkCourse
                       AND SCStart IS NUMERIC AND SCEnd IS NUMERIC
                       ADD 1 TO MeetingNumber
                    END-IF
                    IF SCTerm = TermCode AND SCCourse = WorkCourse
                       AND MeetingNumber = MeetingWanted
                       AND RemoveDone = 'N'
                       MOVE 'Y' TO RemoveDone
                    ELSE
                       WRITE ScheduleWorkRecord FROM ScheduleRecord
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ScheduleFile, ScheduleWorkFile
           IF RemoveDone = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WorkEOF
           OPEN INPUT ScheduleWorkFile
           IF ScheduleWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Schedule.tmp, Status "
                 ScheduleWorkStatus
              MOVE 'N' TO RemoveDone
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ScheduleFile
           IF ScheduleFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite Schedule.dat, Status "
                 ScheduleFileStatus
              CLOSE ScheduleWorkFile
              MOVE 'N' TO RemoveDone
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ ScheduleWorkFile
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE ScheduleRecord FROM ScheduleWorkRecord
                    IF ScheduleFileStatus NOT = "00"
                       DISPLAY "Unable To Write Schedule.dat, "
                          "Status " ScheduleFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ScheduleWorkFile, ScheduleFile.

       ListSchedule.
           DISPLAY " "
           PERFORM AcceptTerm
           IF TermFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Course Code (Blank = All) : " WITH NO ADVANCING
           MOVE SPACES TO WorkCourse
           ACCEPT WorkCourse
           MOVE WorkCourse TO ListCourse
           DISPLAY "Schedule For " TermCode " " TermTitle
           PERFORM ListMeetings
           IF ListedCount = ZERO
              DISPLAY "No Meetings Scheduled"
           END-IF.
