       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Student and room timetables and room use for a term.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'timetablework.tmp'.
           SELECT EnrollFile ASSIGN TO "Enroll.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EnrollFileStatus.
           SELECT SortedEnroll ASSIGN TO "TimetableSorted.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT CourseFile ASSIGN TO "CourseCat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CourseFileStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.
           SELECT RoomFile ASSIGN TO "Room.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RoomFileStatus.
           SELECT ScheduleFile ASSIGN TO "Schedule.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ScheduleFileStatus.
           SELECT StudReport ASSIGN TO "StudTimetable.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudReportStatus.
           SELECT RoomReport ASSIGN TO "RoomTimetable.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RoomReportStatus.
           SELECT UtilReport ASSIGN TO "RoomUtil.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS UtilReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WSortRecord.
           02 WENTimestamp PIC X(21).
           02 WENStudID PIC 9(5).
           02 WENCourse PIC X(10).
           02 FILLER PIC X(9).

       FD EnrollFile.
       01 EnrollRecord PIC X(45).

       FD SortedEnroll.
       01 SortedRecord.
           02 ENTimestamp PIC X(21).
           02 ENStudID PIC 9(5).
           02 ENCourse PIC X(10).
           02 ENStatus PIC X.
           02 ENBilled PIC X.
           02 ENTerm PIC X(6).
           02 ENPriority PIC 9.

       FD StudentFile.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

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

       FD StudReport.
       01 StudLine PIC X(80).

       FD RoomReport.
       01 RoomLine PIC X(80).

       FD UtilReport.
       01 UtilLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 EnrollFileStatus PIC XX VALUE "00".
       01 SortedStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 CourseFileStatus PIC XX VALUE "00".
       01 StudReportStatus PIC XX VALUE "00".
       01 RoomReportStatus PIC XX VALUE "00".
       01 UtilReportStatus PIC XX VALUE "00".
       01 StudentEOF PIC X.
       01 CourseEOF PIC X.
       01 SortedEOF PIC X.
       01 RunDate PIC 9(8).
       01 TermText PIC X(6).
       01 WeekHoursText PIC X(6).
       01 WeekHours PIC 9(3) VALUE 50.

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON StudentCount
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
              03 STStudName PIC X(10).

       01 CourseCount PIC 9(3) VALUE ZERO.
       01 CourseTable.
           02 CourseEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON CourseCount
                 INDEXED BY CX.
              03 CTCode PIC X(10).
              03 CTTitle PIC X(30).
              03 CTSeatLimit PIC 9(3).
              03 CTEnrolled PIC 9(4).
       01 CourseFound PIC X.
       01 WorkCourse PIC X(10).

       01 RegCount PIC 9(4) VALUE ZERO.
       01 RegTable.
           02 RegEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON RegCount
                 INDEXED BY RGX RGY.
              03 RGStudID PIC 9(5).
              03 RGCourse PIC X(10).
       01 RegOverflow PIC 9(5) VALUE ZERO.
       01 PrevStudID PIC 9(5).

       01 SlotCount PIC 9(3).
       01 SlotEntry OCCURS 100 TIMES.
           02 SLMeeting PIC 9(4).
           02 SLDone PIC X.
       01 SlotSub PIC 9(3).
       01 BestSub PIC 9(3).
       01 BestStart PIC 9(4).
       01 SlotFound PIC X.
       01 SlotMode PIC X.
       01 FirstOfDay PIC X.
       01 DayIx PIC 9.
       01 CourseScheduled PIC X.
       01 UnschedCount PIC 99.
       01 UnschedCourse PIC X(10) OCCURS 20 TIMES.
       01 UnschedSub PIC 99.

       01 WorkTime PIC 9(4).
       01 WorkTimeParts REDEFINES WorkTime.
           02 WorkHour PIC 99.
           02 WorkMinute PIC 99.
       01 StartMinutes PIC 9(4).
       01 EndMinutes PIC 9(4).
       01 MeetDays PIC 9.
       01 RoomMeetings PIC 9(4).
       01 RoomMinutes PIC 9(6).
       01 RoomFillSum PIC 9(7)V99.
       01 RoomFillCount PIC 9(4).
       01 TotalMeetings PIC 9(5) VALUE ZERO.
       01 TotalMinutes PIC 9(7) VALUE ZERO.
       01 WorkHoursUsed PIC 9(4)V9.
       01 WorkPercent PIC 9(4)V9.
       01 StudentsPrinted PIC 9(5) VALUE ZERO.
       01 RoomsPrinted PIC 9(4) VALUE ZERO.

       01 DayNameValues.
           02 FILLER PIC X(9) VALUE "Monday".
           02 FILLER PIC X(9) VALUE "Tuesday".
           02 FILLER PIC X(9) VALUE "Wednesday".
           02 FILLER PIC X(9) VALUE "Thursday".
           02 FILLER PIC X(9) VALUE "Friday".
           02 FILLER PIC X(9) VALUE "Saturday".
           02 FILLER PIC X(9) VALUE "Sunday".
       01 DayNameTable REDEFINES DayNameValues.
           02 DayName PIC X(9) OCCURS 7 TIMES.

       01 ReportHeading.
           02 PrnReportTitle PIC X(22).
           02 FILLER PIC X(5) VALUE "TERM ".
           02 PrnTermCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTermTitle PIC X(20).
           02 FILLER PIC X(7) VALUE " AS OF ".
           02 PrnRunDate PIC 9(8).
       01 StudHeading.
           02 FILLER PIC X(14) VALUE "TIMETABLE FOR ".
           02 PrnStudID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStudName PIC X(10).
       01 RoomHeading.
           02 FILLER PIC X(5) VALUE "ROOM ".
           02 PrnRoom PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRoomDesc PIC X(20).
           02 FILLER PIC X(8) VALUE "  SEATS ".
           02 PrnRoomSeats PIC ZZ9.
       01 SlotLine.
           02 PrnDayName PIC X(9).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStartHour PIC 99.
           02 FILLER PIC X VALUE ":".
           02 PrnStartMinute PIC 99.
           02 FILLER PIC X VALUE "-".
           02 PrnEndHour PIC 99.
           02 FILLER PIC X VALUE ":".
           02 PrnEndMinute PIC 99.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCourse PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTitle PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSlotRoom PIC X(8).
           02 PrnSlotCounts REDEFINES PrnSlotRoom.
              03 PrnEnrolled PIC ZZ9.
              03 PrnSlash PIC X.
              03 PrnSeats PIC ZZ9.
              03 FILLER PIC X.
       01 UnschedLine.
           02 FILLER PIC X(25) VALUE "  Not Scheduled".
           02 PrnUnschedCourse PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnUnschedTitle PIC X(30).
       01 NoMeetingsLine PIC X(30) VALUE "  No Meetings Scheduled".

       01 UtilHeads.
           02 FILLER PIC X(35)
              VALUE "Room     Description        Seats  ".
           02 FILLER PIC X(35)
              VALUE "Meets Hours/Wk  % Of Week  Avg Full".
       01 UtilDetail.
           02 PrnUtilRoom PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnUtilDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnUtilSeats PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnUtilMeets PIC ZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnUtilHours PIC ZZZ9.9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 PrnUtilPercent PIC ZZZ9.9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnUtilFull PIC ZZZ9.9.
           02 PrnUtilNote PIC X(10).
       01 UtilFooter.
           02 FILLER PIC X(8) VALUE "Rooms : ".
           02 PrnUtilRooms PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "  Meetings :".
           02 PrnUtilTotMeets PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "  Hours/Week : ".
           02 PrnUtilTotHours PIC ZZZZ9.9.
           02 FILLER PIC X(16) VALUE "  % Of Capacity ".
           02 PrnUtilTotPercent PIC ZZZ9.9.
       01 UtilWeekLine.
           02 FILLER PIC X(28) VALUE "Week Taken As Hours/Room  : ".
           02 PrnWeekHours PIC ZZ9.

       COPY SITEWS.
       COPY TERMWS.
       COPY SCHEDWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadTerms
           MOVE SPACES TO TermText
           ACCEPT TermText FROM ENVIRONMENT "TIMETABLE_TERM"
           IF TermText NOT = SPACES
              MOVE FUNCTION UPPER-CASE(TermText) TO TermCode
              PERFORM FindTerm
           ELSE
              PERFORM FindOpenTerm
           END-IF
           IF TermFound NOT = 'Y'
              DISPLAY "Term " TermText " Not On Term.dat Or No "
                 "Term Open, No Timetables Printed"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WeekHoursText
           ACCEPT WeekHoursText FROM ENVIRONMENT "ROOM_WEEK_HOURS"
           IF WeekHoursText NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WeekHoursText) = ZERO
              AND FUNCTION NUMVAL(WeekHoursText) > ZERO
              AND FUNCTION NUMVAL(WeekHoursText) < 169
              MOVE FUNCTION NUMVAL(WeekHoursText) TO WeekHours
           END-IF
           PERFORM LoadStudentTable
           PERFORM LoadCourseTable
           PERFORM LoadRooms
           MOVE TermCode TO SchedTerm
           PERFORM LoadSchedule
           IF MeetingOverflow > ZERO
              DISPLAY "Schedule Table Full, Meetings Not Shown : "
                 MeetingOverflow
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM LoadRegistrations
           IF RegOverflow > ZERO
              DISPLAY "Enrollment Table Full, Enrollments Not "
                 "Shown : " RegOverflow
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE TermCode TO PrnTermCode
           MOVE TermTitle TO PrnTermTitle
           MOVE RunDate TO PrnRunDate
           PERFORM PrintStudentTimetables
           PERFORM PrintRoomTimetables
           PERFORM PrintRoomUtilization
           DISPLAY "Term : " TermCode " " TermTitle
           DISPLAY "Class Meetings Scheduled : " MeetingCount
           DISPLAY "Student Timetables : " StudentsPrinted
           DISPLAY "Room Timetables : " RoomsPrinted.
           GOBACK.

       COPY SITEPROC.
       COPY TERMPROC.
       COPY SCHEDPROC.

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
                       MOVE ZERO TO CTEnrolled(CourseCount)
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

       LoadRegistrations.
           OPEN INPUT EnrollFile
           IF EnrollFileStatus = "35"
              DISPLAY "No Enrollments On File"
              OPEN OUTPUT EnrollFile
           END-IF
           CLOSE EnrollFile
           SORT WorkFile
              ON ASCENDING KEY WENStudID WENCourse
              USING EnrollFile
              GIVING SortedEnroll
           MOVE 'N' TO SortedEOF
           OPEN INPUT SortedEnroll
           IF SortedStatus NOT = "00"
              MOVE 'Y' TO SortedEOF
           END-IF
           PERFORM UNTIL SortedEOF = 'Y'
              READ SortedEnroll
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END
                    IF ENTerm = TermCode AND ENStatus = 'E'
                       PERFORM NoteRegistration
                    END-IF
              END-READ
           END-PERFORM
           IF SortedStatus NOT = "35"
              CLOSE SortedEnroll
           END-IF.

       NoteRegistration.
           IF RegCount > ZERO
              IF RGStudID(RegCount) = ENStudID
                 AND RGCourse(RegCount) = ENCourse
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE ENCourse TO WorkCourse
           PERFORM FindCourse
           IF CourseFound = 'Y'
              ADD 1 TO CTEnrolled(CX)
           END-IF
           IF RegCount < 5000
              ADD 1 TO RegCount
              MOVE ENStudID TO RGStudID(RegCount)
              MOVE ENCourse TO RGCourse(RegCount)
           ELSE
              ADD 1 TO RegOverflow
           END-IF.

       PrintStudentTimetables.
           OPEN OUTPUT StudReport
           IF StudReportStatus NOT = "00"
              DISPLAY "Unable To Open StudTimetable.rpt, Status "
                 StudReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "STUDENT TIMETABLES" TO PrnReportTitle
           WRITE StudLine FROM ReportHeading
           MOVE 'S' TO SlotMode
           PERFORM VARYING RGX FROM 1 BY 1 UNTIL RGX > RegCount
              IF RGX = 1 OR RGStudID(RGX) NOT = PrevStudID
                 MOVE RGStudID(RGX) TO PrevStudID
                 PERFORM PrintOneStudent
              END-IF
           END-PERFORM
           IF StudReportStatus NOT = "00"
              DISPLAY "Unable To Write StudTimetable.rpt, Status "
                 StudReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE StudReport.

       PrintOneStudent.
           ADD 1 TO StudentsPrinted
           MOVE SPACES TO StudLine
           WRITE StudLine
           MOVE PrevStudID TO PrnStudID
           MOVE "** UNKNOWN" TO PrnStudName
           PERFORM VARYING ST FROM 1 BY 1 UNTIL ST > StudentCount
              IF STIDNum(ST) = PrevStudID
                 MOVE STStudName(ST) TO PrnStudName
              END-IF
           END-PERFORM
           WRITE StudLine FROM StudHeading
           MOVE ZERO TO SlotCount UnschedCount
           PERFORM VARYING RGY FROM RGX BY 1 UNTIL RGY > RegCount
              IF RGStudID(RGY) = PrevStudID
                 PERFORM CollectCourseSlots
              END-IF
           END-PERFORM
           PERFORM PrintSlots
           PERFORM VARYING UnschedSub FROM 1 BY 1
              UNTIL UnschedSub > UnschedCount
              MOVE UnschedCourse(UnschedSub) TO PrnUnschedCourse
              MOVE UnschedCourse(UnschedSub) TO WorkCourse
              PERFORM FindCourse
              IF CourseFound = 'Y'
                 MOVE CTTitle(CX) TO PrnUnschedTitle
              ELSE
                 MOVE "** NOT IN CATALOG" TO PrnUnschedTitle
              END-IF
              WRITE StudLine FROM UnschedLine
           END-PERFORM.

       CollectCourseSlots.
           MOVE 'N' TO CourseScheduled
           PERFORM VARYING MTX FROM 1 BY 1 UNTIL MTX > MeetingCount
              IF XSCourse(MTX) = RGCourse(RGY)
                 MOVE 'Y' TO CourseScheduled
                 IF SlotCount < 100
                    ADD 1 TO SlotCount
                    SET SLMeeting(SlotCount) TO MTX
                 END-IF
              END-IF
           END-PERFORM
           IF CourseScheduled = 'N' AND UnschedCount < 20
              ADD 1 TO UnschedCount
              MOVE RGCourse(RGY) TO UnschedCourse(UnschedCount)
           END-IF.

       PrintSlots.
           PERFORM VARYING DayIx FROM 1 BY 1 UNTIL DayIx > 7
              PERFORM VARYING SlotSub FROM 1 BY 1
                 UNTIL SlotSub > SlotCount
                 MOVE 'N' TO SLDone(SlotSub)
              END-PERFORM
              MOVE 'Y' TO FirstOfDay
              MOVE 'Y' TO SlotFound
              PERFORM UNTIL SlotFound = 'N'
                 PERFORM FindEarliestSlot
                 IF SlotFound = 'Y'
                    MOVE 'Y' TO SLDone(BestSub)
                    PERFORM PrintSlotLine
                 END-IF
              END-PERFORM
           END-PERFORM.

       FindEarliestSlot.
           MOVE 'N' TO SlotFound
           MOVE ZERO TO BestSub BestStart
           PERFORM VARYING SlotSub FROM 1 BY 1
              UNTIL SlotSub > SlotCount
              SET MTX TO SLMeeting(SlotSub)
              IF SLDone(SlotSub) = 'N'
                 AND XSDays(MTX)(DayIx:1) NOT = SPACE
                 IF SlotFound = 'N' OR XSStart(MTX) < BestStart
                    MOVE 'Y' TO SlotFound
                    MOVE SlotSub TO BestSub
                    MOVE XSStart(MTX) TO BestStart
                 END-IF
              END-IF
           END-PERFORM.

       PrintSlotLine.
           SET MTX TO SLMeeting(BestSub)
           IF FirstOfDay = 'Y'
              MOVE DayName(DayIx) TO PrnDayName
              MOVE 'N' TO FirstOfDay
           ELSE
              MOVE SPACES TO PrnDayName
           END-IF
           MOVE XSStart(MTX) TO WorkTime
           MOVE WorkHour TO PrnStartHour
           MOVE WorkMinute TO PrnStartMinute
           MOVE XSEnd(MTX) TO WorkTime
           MOVE WorkHour TO PrnEndHour
           MOVE WorkMinute TO PrnEndMinute
           MOVE XSCourse(MTX) TO PrnCourse
           MOVE XSCourse(MTX) TO WorkCourse
           PERFORM FindCourse
           IF CourseFound = 'Y'
              MOVE CTTitle(CX) TO PrnTitle
           ELSE
              MOVE "** NOT IN CATALOG" TO PrnTitle
           END-IF
           IF SlotMode = 'S'
              MOVE XSRoom(MTX) TO PrnSlotRoom
              WRITE StudLine FROM SlotLine
           ELSE
              MOVE SPACES TO PrnSlotRoom
              MOVE "/" TO PrnSlash
              IF CourseFound = 'Y'
                 MOVE CTEnrolled(CX) TO PrnEnrolled
              ELSE
                 MOVE ZERO TO PrnEnrolled
              END-IF
              MOVE XSCapacity(MTX) TO PrnSeats
              WRITE RoomLine FROM SlotLine
           END-IF.

       PrintRoomTimetables.
           OPEN OUTPUT RoomReport
           IF RoomReportStatus NOT = "00"
              DISPLAY "Unable To Open RoomTimetable.rpt, Status "
                 RoomReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "ROOM TIMETABLES" TO PrnReportTitle
           WRITE RoomLine FROM ReportHeading
           MOVE 'R' TO SlotMode
           PERFORM VARYING RMX FROM 1 BY 1 UNTIL RMX > RoomCount
              ADD 1 TO RoomsPrinted
              MOVE SPACES TO RoomLine
              WRITE RoomLine
              MOVE XRRoom(RMX) TO PrnRoom
              MOVE XRDesc(RMX) TO PrnRoomDesc
              MOVE XRCapacity(RMX) TO PrnRoomSeats
              WRITE RoomLine FROM RoomHeading
              MOVE ZERO TO SlotCount
              PERFORM VARYING MTY FROM 1 BY 1
                 UNTIL MTY > MeetingCount
                 IF XSRoom(MTY) = XRRoom(RMX) AND SlotCount < 100
                    ADD 1 TO SlotCount
                    SET SLMeeting(SlotCount) TO MTY
                 END-IF
              END-PERFORM
              IF SlotCount = ZERO
                 WRITE RoomLine FROM NoMeetingsLine
              ELSE
                 PERFORM PrintSlots
              END-IF
           END-PERFORM
           IF RoomReportStatus NOT = "00"
              DISPLAY "Unable To Write RoomTimetable.rpt, Status "
                 RoomReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE RoomReport.

       PrintRoomUtilization.
           OPEN OUTPUT UtilReport
           IF UtilReportStatus NOT = "00"
              DISPLAY "Unable To Open RoomUtil.rpt, Status "
                 UtilReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "ROOM UTILIZATION" TO PrnReportTitle
           WRITE UtilLine FROM ReportHeading
           MOVE WeekHours TO PrnWeekHours
           WRITE UtilLine FROM UtilWeekLine
           MOVE SPACES TO UtilLine
           WRITE UtilLine
           WRITE UtilLine FROM UtilHeads
           PERFORM VARYING RMX FROM 1 BY 1 UNTIL RMX > RoomCount
              PERFORM PrintOneRoomUse
           END-PERFORM
           MOVE SPACES TO UtilLine
           WRITE UtilLine
           MOVE RoomCount TO PrnUtilRooms
           MOVE TotalMeetings TO PrnUtilTotMeets
           COMPUTE WorkHoursUsed ROUNDED = TotalMinutes / 60
           MOVE WorkHoursUsed TO PrnUtilTotHours
           IF RoomCount > ZERO
              COMPUTE WorkPercent ROUNDED = TotalMinutes * 100
                 / (RoomCount * WeekHours * 60)
           ELSE
              MOVE ZERO TO WorkPercent
           END-IF
           MOVE WorkPercent TO PrnUtilTotPercent
           WRITE UtilLine FROM UtilFooter
           IF UtilReportStatus NOT = "00"
              DISPLAY "Unable To Write RoomUtil.rpt, Status "
                 UtilReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE UtilReport.

       PrintOneRoomUse.
           MOVE ZERO TO RoomMeetings RoomMinutes RoomFillSum
              RoomFillCount
           PERFORM VARYING MTY FROM 1 BY 1 UNTIL MTY > MeetingCount
              IF XSRoom(MTY) = XRRoom(RMX)
                 ADD 1 TO RoomMeetings
                 MOVE XSStart(MTY) TO WorkTime
                 COMPUTE StartMinutes = WorkHour * 60 + WorkMinute
                 MOVE XSEnd(MTY) TO WorkTime
                 COMPUTE EndMinutes = WorkHour * 60 + WorkMinute
                 MOVE ZERO TO MeetDays
                 PERFORM VARYING DayIx FROM 1 BY 1 UNTIL DayIx > 7
                    IF XSDays(MTY)(DayIx:1) NOT = SPACE
                       ADD 1 TO MeetDays
                    END-IF
                 END-PERFORM
                 IF EndMinutes > StartMinutes
                    COMPUTE RoomMinutes = RoomMinutes
                       + (EndMinutes - StartMinutes) * MeetDays
                 END-IF
                 MOVE XSCourse(MTY) TO WorkCourse
                 PERFORM FindCourse
                 IF CourseFound = 'Y' AND XRCapacity(RMX) > ZERO
                    COMPUTE RoomFillSum = RoomFillSum
                       + CTEnrolled(CX) * 100 / XRCapacity(RMX)
                    ADD 1 TO RoomFillCount
                 END-IF
              END-IF
           END-PERFORM
           ADD RoomMeetings TO TotalMeetings
           ADD RoomMinutes TO TotalMinutes
           MOVE XRRoom(RMX) TO PrnUtilRoom
           MOVE XRDesc(RMX) TO PrnUtilDesc
           MOVE XRCapacity(RMX) TO PrnUtilSeats
           MOVE RoomMeetings TO PrnUtilMeets
           COMPUTE WorkHoursUsed ROUNDED = RoomMinutes / 60
           MOVE WorkHoursUsed TO PrnUtilHours
           COMPUTE WorkPercent ROUNDED = RoomMinutes * 100
              / (WeekHours * 60)
           MOVE WorkPercent TO PrnUtilPercent
           IF RoomFillCount > ZERO
              COMPUTE WorkPercent ROUNDED = RoomFillSum
                 / RoomFillCount
           ELSE
              MOVE ZERO TO WorkPercent
           END-IF
           MOVE WorkPercent TO PrnUtilFull
           EVALUATE TRUE
              WHEN XRActive(RMX) NOT = 'A'
                 MOVE " WITHDRAWN" TO PrnUtilNote
              WHEN RoomMeetings = ZERO
                 MOVE " UNUSED" TO PrnUtilNote
              WHEN OTHER
                 MOVE SPACES TO PrnUtilNote
           END-EVALUATE
           WRITE UtilLine FROM UtilDetail.
