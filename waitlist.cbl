       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITLIST.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Course waitlists for the open term. Output is WaitNotify.rpt
      *> and WaitList.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EnrollFile ASSIGN TO "Enroll.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EnrollFileStatus.
           SELECT EnrollWorkFile ASSIGN TO "Enroll.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EnrollWorkStatus.
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
           SELECT NoticeFile ASSIGN TO "WaitNotify.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NoticeFileStatus.
           SELECT NoticeWorkFile ASSIGN TO "WaitNotify.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NoticeWorkStatus.
           SELECT NoticeReport ASSIGN TO "WaitNotify.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NoticeReportStatus.
           SELECT WaitReport ASSIGN TO "WaitList.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WaitReportStatus.
           SELECT StudHoldFile ASSIGN TO "StudHold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudHoldStatus.

       DATA DIVISION.
       FILE SECTION.
       FD EnrollFile.
       01 EnrollRecord.
           02 ENTimestamp PIC X(21).
           02 ENStudID PIC 9(5).
           02 ENCourse PIC X(10).
           02 ENStatus PIC X.
           02 ENBilled PIC X.
           02 ENTerm PIC X(6).
           02 ENPriority PIC 9.

       FD EnrollWorkFile.
       01 EnrollWorkRecord PIC X(45).

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

       FD NoticeFile.
       01 NoticeRecord.
           02 NTTimestamp PIC X(21).
           02 NTTerm PIC X(6).
           02 NTStudID PIC 9(5).
           02 NTCourse PIC X(10).
           02 NTSource PIC X.
           02 NTPrinted PIC X.

       FD NoticeWorkFile.
       01 NoticeWorkRecord PIC X(44).

       FD NoticeReport.
       01 NoticeLine PIC X(80).

       FD WaitReport.
       01 PrintLine PIC X(80).

       FD StudHoldFile.
       01 StudHoldRecord.
           02 HDStudID PIC 9(5).
           02 HDType PIC X.
           02 HDBlockReg PIC X.
           02 HDBlockTran PIC X.
           02 HDDate PIC 9(8).
           02 HDAmount PIC 9(7)V99.
           02 HDReason PIC X(40).
           02 HDOperator PIC X(8).

       WORKING-STORAGE SECTION.
       01 EnrollFileStatus PIC XX VALUE "00".
       01 EnrollWorkStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 CourseFileStatus PIC XX VALUE "00".
       01 NoticeFileStatus PIC XX VALUE "00".
       01 NoticeWorkStatus PIC XX VALUE "00".
       01 NoticeReportStatus PIC XX VALUE "00".
       01 StudHoldStatus PIC XX VALUE "00".
       01 WaitReportStatus PIC XX VALUE "00".
       01 StudentEOF PIC X.
       01 CourseEOF PIC X.
       01 EnrollEOF PIC X.
       01 WorkEOF PIC X.
       01 NoticeEOF PIC X.
       01 HoldEOF PIC X.
       01 RunTimestamp PIC X(21).
       01 RunDate PIC 9(8).

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON StudentCount
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
              03 STStudName PIC X(10).
       01 StudentFound PIC X.
       01 WorkStudID PIC 9(5).
       01 WorkStudName PIC X(10).

       01 CourseCount PIC 9(3) VALUE ZERO.
       01 CourseTable.
           02 CourseEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON CourseCount
                 INDEXED BY CX.
              03 CTCode PIC X(10).
              03 CTTitle PIC X(30).
              03 CTSeatLimit PIC 9(3).
              03 CTActive PIC X.
              03 CTEnrolled PIC 9(4).
              03 CTWaiting PIC 9(4).
       01 CourseFound PIC X.
       01 WorkCourse PIC X(10).

       01 WaitCount PIC 9(4) VALUE ZERO.
       01 WaitTable.
           02 WaitEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WaitCount
                 INDEXED BY WX, WY.
              03 XWCourse PIC X(10).
              03 XWStudID PIC 9(5).
              03 XWTimestamp PIC X(21).
              03 XWPriority PIC 9.
              03 XWPromote PIC X.
              03 XWListed PIC X.
              03 XWHeld PIC X.
       01 WaitOverflow PIC 9(5) VALUE ZERO.
       01 NextFound PIC X.
       01 SkipHeld PIC X VALUE 'N'.
       01 HeldWaiting PIC 9(5) VALUE ZERO.

       01 HeldCount PIC 9(4) VALUE ZERO.
       01 HeldTable.
           02 HeldEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON HeldCount
                 INDEXED BY HLX.
              03 HLStudID PIC 9(5).
       01 RegHold PIC X.
       01 OpenSeats PIC 9(4).
       01 PromotedCount PIC 9(5) VALUE ZERO.
       01 PromoteApplied PIC 9(5) VALUE ZERO.
       01 NoticeCount PIC 9(5) VALUE ZERO.
       01 CoursesListed PIC 9(3) VALUE ZERO.
       01 TotalWaiting PIC 9(5) VALUE ZERO.
       01 WaitPosition PIC 9(4).
       01 DemandCount PIC 9(5).
       01 DemandPct PIC 9(5).

       01 NoticeHeading.
           02 FILLER PIC X(29) VALUE "WAITLIST SEATS GIVEN - RUN ".
           02 PrnNoticeRunDate PIC 9(8).
       01 NoticeHeads.
           02 FILLER PIC X(35) VALUE
              "Term   Student          Course".
           02 FILLER PIC X(37) VALUE
              "Title                     Given    By".
       01 NoticeDetailLine.
           02 PrnNTTerm PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNTStudID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNTStudName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNTCourse PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNTTitle PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNTDate PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNTSource PIC X(6).
       01 NoticeFooter.
           02 FILLER PIC X(22) VALUE "Students Given Seats :".
           02 PrnNoticeCount PIC ZZZZ9.

       01 WaitHeading.
           02 FILLER PIC X(23) VALUE "WAITLIST DEMAND - TERM ".
           02 PrnTermCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTermTitle PIC X(20).
           02 FILLER PIC X(5) VALUE " RUN ".
           02 PrnRunDate PIC 9(8).
       01 WaitHeads.
           02 FILLER PIC X(42) VALUE "Course     Title".
           02 FILLER PIC X(36) VALUE
              "Cap  Enr Wait Demand   Pct".
       01 CourseLine.
           02 PrnCourse PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTitle PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCap PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnEnrolled PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnWaiting PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDemand PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPct PIC ZZZZ9.
           02 PrnPctSign PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCapNote PIC X(8).
       01 WaitDetailLine.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnPosition PIC ZZZ9.
           02 FILLER PIC X(6) VALUE "  Pri ".
           02 PrnPriority PIC 9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStudID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStudName PIC X(10).
           02 FILLER PIC X(9) VALUE "  Joined ".
           02 PrnJoined PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnHoldNote PIC X(4).
       01 WaitFooter.
           02 FILLER PIC X(18) VALUE "Courses Listed :".
           02 PrnCoursesListed PIC ZZ9.
           02 FILLER PIC X(22) VALUE "   Students Waiting :".
           02 PrnTotalWaiting PIC ZZZZ9.

       COPY SITEWS.
       COPY TERMWS.
       COPY SCHEDWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE RunTimestamp(1:8) TO RunDate
           PERFORM LoadStudentTable
           PERFORM LoadCourseTable
           PERFORM LoadTerms
           PERFORM FindOpenTerm
           IF TermFound = 'Y'
              PERFORM LoadRooms
              MOVE TermCode TO SchedTerm
              PERFORM LoadSchedule
              PERFORM ApplyRoomCaps
              PERFORM LoadRegHolds
              PERFORM LoadWaitlists
              IF RunDate > TermAddDrop
                 DISPLAY "Add/Drop Closed " TermAddDrop
                    ", No Seats Given"
              ELSE
                 PERFORM PickPromotions
              END-IF
              IF PromotedCount > ZERO
                 PERFORM ApplyPromotions
              END-IF
              PERFORM PrintWaitReport
           ELSE
              DISPLAY "No Term Open, Waitlists Not Worked"
           END-IF
           PERFORM PrintNotices
           DISPLAY "Students Given Seats This Run : " PromotedCount
           DISPLAY "Seat Notices Printed : " NoticeCount
           DISPLAY "Students Still Waiting : " TotalWaiting
           DISPLAY "Waiting On Registration Hold : " HeldWaiting
           IF WaitOverflow > ZERO
              DISPLAY "Waitlist Table Full, Entries Not Worked : "
                 WaitOverflow
              MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       COPY SITEPROC.
       COPY TERMPROC.
       COPY SCHEDPROC.

       ApplyRoomCaps.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CourseCount
              MOVE CTCode(CX) TO SchedCourse
              PERFORM CourseRoomCap
              IF SchedCap > ZERO
                 AND (CTSeatLimit(CX) = ZERO
                    OR CTSeatLimit(CX) > SchedCap)
                 MOVE SchedCap TO CTSeatLimit(CX)
              END-IF
           END-PERFORM.

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
                       MOVE CRActive TO CTActive(CourseCount)
                       MOVE ZERO TO CTEnrolled(CourseCount)
                       MOVE ZERO TO CTWaiting(CourseCount)
                    END-IF
              END-READ
           END-PERFORM
           IF CourseFileStatus NOT = "35"
              CLOSE CourseFile
           END-IF.

       LoadRegHolds.
           MOVE ZERO TO HeldCount
           MOVE 'N' TO HoldEOF
           OPEN INPUT StudHoldFile
           IF StudHoldStatus NOT = "00"
              MOVE 'Y' TO HoldEOF
           END-IF
           PERFORM UNTIL HoldEOF = 'Y'
              READ StudHoldFile
                 AT END MOVE 'Y' TO HoldEOF
                 NOT AT END
                    IF HDBlockReg = 'Y' AND HDStudID IS NUMERIC
                       AND HeldCount < 2000
                       ADD 1 TO HeldCount
                       MOVE HDStudID TO HLStudID(HeldCount)
                    END-IF
              END-READ
           END-PERFORM
           IF StudHoldStatus NOT = "35"
              CLOSE StudHoldFile
           END-IF.

       CheckRegHold.
           MOVE 'N' TO RegHold
           IF HeldCount > 0
              SET HLX TO 1
              SEARCH HeldEntry
                 AT END CONTINUE
                 WHEN HLStudID(HLX) = WorkStudID
                    MOVE 'Y' TO RegHold
              END-SEARCH
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

       FindStudentName.
           MOVE "*UNKNOWN*" TO WorkStudName
           IF StudentCount > 0
              SET ST TO 1
              SEARCH StudentEntry
                 AT END CONTINUE
                 WHEN STIDNum(ST) = WorkStudID
                    MOVE STStudName(ST) TO WorkStudName
              END-SEARCH
           END-IF.

       LoadWaitlists.
           MOVE 'N' TO EnrollEOF
           OPEN INPUT EnrollFile
           IF EnrollFileStatus NOT = "00"
              MOVE 'Y' TO EnrollEOF
           END-IF
           PERFORM UNTIL EnrollEOF = 'Y'
              READ EnrollFile
                 AT END MOVE 'Y' TO EnrollEOF
                 NOT AT END
                    IF ENTerm = TermCode
                       PERFORM LoadOneEnrollment
                    END-IF
              END-READ
           END-PERFORM
           IF EnrollFileStatus NOT = "35"
              CLOSE EnrollFile
           END-IF.

       LoadOneEnrollment.
           MOVE ENCourse TO WorkCourse
           PERFORM FindCourse
           IF ENStatus = 'E' AND CourseFound = 'Y'
              ADD 1 TO CTEnrolled(CX)
           END-IF
           IF ENStatus NOT = 'W'
              EXIT PARAGRAPH
           END-IF
           IF WaitCount >= 2000
              ADD 1 TO WaitOverflow
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WaitCount
           SET WX TO WaitCount
           MOVE ENCourse TO XWCourse(WX)
           MOVE ENStudID TO XWStudID(WX)
           MOVE ENTimestamp TO XWTimestamp(WX)
           IF ENPriority IS NUMERIC AND ENPriority > ZERO
              MOVE ENPriority TO XWPriority(WX)
           ELSE
              MOVE 5 TO XWPriority(WX)
           END-IF
           MOVE 'N' TO XWPromote(WX)
           MOVE 'N' TO XWListed(WX)
           MOVE ENStudID TO WorkStudID
           PERFORM CheckRegHold
           MOVE RegHold TO XWHeld(WX)
           IF RegHold = 'Y'
              ADD 1 TO HeldWaiting
           END-IF
           IF CourseFound = 'Y'
              ADD 1 TO CTWaiting(CX)
           END-IF.

       PickPromotions.
           MOVE 'Y' TO SkipHeld
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CourseCount
              IF CTActive(CX) = 'A' AND CTWaiting(CX) > ZERO
                 IF CTSeatLimit(CX) = ZERO
                    MOVE CTWaiting(CX) TO OpenSeats
                 ELSE
                    IF CTEnrolled(CX) < CTSeatLimit(CX)
                       COMPUTE OpenSeats =
                          CTSeatLimit(CX) - CTEnrolled(CX)
                    ELSE
                       MOVE ZERO TO OpenSeats
                    END-IF
                 END-IF
                 MOVE 'Y' TO NextFound
                 PERFORM UNTIL OpenSeats = ZERO OR NextFound = 'N'
                    PERFORM FindNextWaiting
                    IF NextFound = 'Y'
                       MOVE 'Y' TO XWPromote(WY)
                       ADD 1 TO PromotedCount
                       ADD 1 TO CTEnrolled(CX)
                       SUBTRACT 1 FROM CTWaiting(CX)
                       SUBTRACT 1 FROM OpenSeats
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE 'N' TO SkipHeld.

       FindNextWaiting.
           MOVE 'N' TO NextFound
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WaitCount
              IF XWCourse(WX) = CTCode(CX)
                 AND XWPromote(WX) = 'N'
                 AND XWListed(WX) = 'N'
                 AND (XWHeld(WX) = 'N' OR SkipHeld = 'N')
                 IF NextFound = 'N'
                    OR XWPriority(WX) < XWPriority(WY)
                    MOVE 'Y' TO NextFound
                    SET WY TO WX
                 END-IF
              END-IF
           END-PERFORM.

       ApplyPromotions.
           MOVE 'N' TO EnrollEOF
           OPEN INPUT EnrollFile
           IF EnrollFileStatus NOT = "00"
              DISPLAY "Unable To Open Enroll.dat, Status "
                 EnrollFileStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EnrollWorkFile
           IF EnrollWorkStatus NOT = "00"
              DISPLAY "Unable To Open Enroll.tmp, Status "
                 EnrollWorkStatus
              MOVE 1 TO RETURN-CODE
              CLOSE EnrollFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EnrollEOF = 'Y'
              READ EnrollFile
                 AT END MOVE 'Y' TO EnrollEOF
                 NOT AT END
                    IF ENTerm = TermCode AND ENStatus = 'W'
                       PERFORM PromoteOneRecord
                    END-IF
                    WRITE EnrollWorkRecord FROM EnrollRecord
                    IF EnrollWorkStatus NOT = "00"
                       DISPLAY "Unable To Write Enroll.tmp, Status "
                          EnrollWorkStatus
                       MOVE 1 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EnrollFile, EnrollWorkFile
           PERFORM CopyWorkToEnroll
           PERFORM WriteBatchNotices.

       PromoteOneRecord.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WaitCount
              IF XWPromote(WX) = 'Y'
                 AND XWStudID(WX) = ENStudID
                 AND XWCourse(WX) = ENCourse
                 AND XWTimestamp(WX) = ENTimestamp
                 MOVE 'E' TO ENStatus
                 ADD 1 TO PromoteApplied
              END-IF
           END-PERFORM.

       CopyWorkToEnroll.
           MOVE 'N' TO WorkEOF
           OPEN INPUT EnrollWorkFile
           IF EnrollWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Enroll.tmp, Status "
                 EnrollWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EnrollFile
           IF EnrollFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite Enroll.dat, Status "
                 EnrollFileStatus
              MOVE 1 TO RETURN-CODE
              CLOSE EnrollWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ EnrollWorkFile
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE EnrollRecord FROM EnrollWorkRecord
                    IF EnrollFileStatus NOT = "00"
                       DISPLAY "Unable To Write Enroll.dat, Status "
                          EnrollFileStatus
                       MOVE 1 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EnrollWorkFile, EnrollFile.

       WriteBatchNotices.
           OPEN EXTEND NoticeFile
           IF NoticeFileStatus = "35"
              OPEN OUTPUT NoticeFile
           END-IF
           IF NoticeFileStatus NOT = "00"
              DISPLAY "Unable To Open WaitNotify.dat, Status "
                 NoticeFileStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > WaitCount
              IF XWPromote(WX) = 'Y'
                 MOVE RunTimestamp TO NTTimestamp
                 MOVE TermCode TO NTTerm
                 MOVE XWStudID(WX) TO NTStudID
                 MOVE XWCourse(WX) TO NTCourse
                 MOVE 'B' TO NTSource
                 MOVE 'N' TO NTPrinted
                 WRITE NoticeRecord
                 IF NoticeFileStatus NOT = "00"
                    DISPLAY "Unable To Write WaitNotify.dat, Status "
                       NoticeFileStatus
                    MOVE 1 TO RETURN-CODE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE NoticeFile.

       PrintWaitReport.
           OPEN OUTPUT WaitReport
           IF WaitReportStatus NOT = "00"
              DISPLAY "Unable To Open WaitList.rpt, Status "
                 WaitReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE TermCode TO PrnTermCode
           MOVE TermTitle TO PrnTermTitle
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM WaitHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM WaitHeads
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CourseCount
              IF CTEnrolled(CX) > ZERO OR CTWaiting(CX) > ZERO
                 PERFORM PrintCourseDemand
              END-IF
           END-PERFORM
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE CoursesListed TO PrnCoursesListed
           MOVE TotalWaiting TO PrnTotalWaiting
           WRITE PrintLine FROM WaitFooter
           IF WaitReportStatus NOT = "00"
              DISPLAY "Unable To Write WaitList.rpt, Status "
                 WaitReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE WaitReport.

       PrintCourseDemand.
           ADD 1 TO CoursesListed
           ADD CTWaiting(CX) TO TotalWaiting
           COMPUTE DemandCount = CTEnrolled(CX) + CTWaiting(CX)
           MOVE CTCode(CX) TO PrnCourse
           MOVE CTTitle(CX) TO PrnTitle
           MOVE CTSeatLimit(CX) TO PrnCap
           MOVE CTEnrolled(CX) TO PrnEnrolled
           MOVE CTWaiting(CX) TO PrnWaiting
           MOVE DemandCount TO PrnDemand
           MOVE SPACES TO PrnCapNote
           IF CTSeatLimit(CX) > ZERO
              COMPUTE DemandPct ROUNDED =
                 DemandCount * 100 / CTSeatLimit(CX)
              MOVE DemandPct TO PrnPct
              MOVE '%' TO PrnPctSign
           ELSE
              MOVE ZERO TO PrnPct
              MOVE SPACE TO PrnPctSign
              MOVE "NO LIMIT" TO PrnCapNote
           END-IF
           IF CTActive(CX) NOT = 'A'
              MOVE "WITHDRWN" TO PrnCapNote
           END-IF
           WRITE PrintLine FROM CourseLine
           MOVE ZERO TO WaitPosition
           MOVE 'Y' TO NextFound
           PERFORM UNTIL NextFound = 'N'
              PERFORM FindNextWaiting
              IF NextFound = 'Y'
                 MOVE 'Y' TO XWListed(WY)
                 ADD 1 TO WaitPosition
                 MOVE WaitPosition TO PrnPosition
                 MOVE XWPriority(WY) TO PrnPriority
                 MOVE XWStudID(WY) TO PrnStudID
                 MOVE XWStudID(WY) TO WorkStudID
                 PERFORM FindStudentName
                 MOVE WorkStudName TO PrnStudName
                 MOVE XWTimestamp(WY)(1:8) TO PrnJoined
                 MOVE SPACES TO PrnHoldNote
                 IF XWHeld(WY) = 'Y'
                    MOVE "HOLD" TO PrnHoldNote
                 END-IF
                 WRITE PrintLine FROM WaitDetailLine
              END-IF
           END-PERFORM.

       PrintNotices.
           OPEN INPUT NoticeFile
           IF NoticeFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NoticeWorkFile
           IF NoticeWorkStatus NOT = "00"
              DISPLAY "Unable To Open WaitNotify.tmp, Status "
                 NoticeWorkStatus
              MOVE 1 TO RETURN-CODE
              CLOSE NoticeFile
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NoticeReport
           IF NoticeReportStatus NOT = "00"
              DISPLAY "Unable To Open WaitNotify.rpt, Status "
                 NoticeReportStatus
              MOVE 1 TO RETURN-CODE
              CLOSE NoticeFile, NoticeWorkFile
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnNoticeRunDate
           WRITE NoticeLine FROM NoticeHeading
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           WRITE NoticeLine FROM NoticeHeads
           MOVE 'N' TO NoticeEOF
           PERFORM UNTIL NoticeEOF = 'Y'
              READ NoticeFile
                 AT END MOVE 'Y' TO NoticeEOF
                 NOT AT END
                    IF NTPrinted NOT = 'Y'
                       PERFORM PrintOneNotice
                       MOVE 'Y' TO NTPrinted
                    END-IF
                    WRITE NoticeWorkRecord FROM NoticeRecord
              END-READ
           END-PERFORM
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           MOVE NoticeCount TO PrnNoticeCount
           WRITE NoticeLine FROM NoticeFooter
           IF NoticeReportStatus NOT = "00"
              DISPLAY "Unable To Write WaitNotify.rpt, Status "
                 NoticeReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE NoticeFile, NoticeWorkFile, NoticeReport
           MOVE 'N' TO WorkEOF
           OPEN INPUT NoticeWorkFile
           IF NoticeWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen WaitNotify.tmp, Status "
                 NoticeWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NoticeFile
           IF NoticeFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite WaitNotify.dat, Status "
                 NoticeFileStatus
              MOVE 1 TO RETURN-CODE
              CLOSE NoticeWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ NoticeWorkFile
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE NoticeRecord FROM NoticeWorkRecord
              END-READ
           END-PERFORM
           CLOSE NoticeWorkFile, NoticeFile.

       PrintOneNotice.
           ADD 1 TO NoticeCount
           MOVE NTTerm TO PrnNTTerm
           MOVE NTStudID TO PrnNTStudID
           MOVE NTStudID TO WorkStudID
           PERFORM FindStudentName
           MOVE WorkStudName TO PrnNTStudName
           MOVE NTCourse TO PrnNTCourse
           MOVE NTCourse TO WorkCourse
           PERFORM FindCourse
           IF CourseFound = 'Y'
              MOVE CTTitle(CX) TO PrnNTTitle
           ELSE
              MOVE SPACES TO PrnNTTitle
           END-IF
           MOVE NTTimestamp(1:8) TO PrnNTDate
           IF NTSource = 'B'
              MOVE "BATCH" TO PrnNTSource
           ELSE
              MOVE "DROP" TO PrnNTSource
           END-IF
           WRITE NoticeLine FROM NoticeDetailLine.
