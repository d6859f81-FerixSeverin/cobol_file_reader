           SELECT RosterReport ASSIGN TO "ClassRoster.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RosterReportStatus.
           SELECT TermFile ASSIGN TO "Term.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TermFileStatus.
           SELECT NoticeFile ASSIGN TO "WaitNotify.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NoticeFileStatus.
           SELECT GradesFile ASSIGN TO "Grades.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GradesFileStatus.
           SELECT PrereqFile ASSIGN TO "Prereq.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PrereqFileStatus.
           SELECT OverrideFile ASSIGN TO "PrereqOvr.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OverrideFileStatus.
           SELECT StandingFile ASSIGN TO "Standing.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StandingFileStatus.
           SELECT StandingWorkFile ASSIGN TO "Standing.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StandingWorkStatus.
           SELECT StudHoldFile ASSIGN TO "StudHold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudHoldStatus.
           SELECT RoomFile ASSIGN TO "Room.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RoomFileStatus.
           SELECT ScheduleFile ASSIGN TO "Schedule.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ScheduleFileStatus.
           SELECT TuitRateFile ASSIGN TO "TuitRate.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TuitRateStatus.
           SELECT TuitBilledFile ASSIGN TO "TuitBilled.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TuitBilledStatus.
           SELECT RefundSchedFile ASSIGN TO "RefundSched.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RefundSchedStatus.
           SELECT RefundRegFile ASSIGN TO "RefundReg.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RefundRegStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.

       DATA DIVISION.
       FILE SECTION.
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
       FD RosterReport.
       01 PrintLine PIC X(70).

       FD TermFile.
       01 TermRecord.
           02 TMTermCode PIC X(6).
           02 TMTitle PIC X(20).
           02 TMStartDate PIC 9(8).
           02 TMEndDate PIC 9(8).
           02 TMAddDropDate PIC 9(8).
           02 TMGradeDate PIC 9(8).
           02 TMStatus PIC X.

       FD NoticeFile.
       01 NoticeRecord.
           02 NTTimestamp PIC X(21).
           02 NTTerm PIC X(6).
           02 NTStudID PIC 9(5).
           02 NTCourse PIC X(10).
           02 NTSource PIC X.
           02 NTPrinted PIC X.

       FD GradesFile.
       01 GradeRecord.
           02 GRStudID PIC 9(5).
           02 GRCourse PIC X(10).
           02 GRScore PIC 999.
           02 GRCredits PIC 99.
           02 GRTerm PIC X(6).

       FD PrereqFile.
       01 PrereqRecord.
           02 PQCourse PIC X(10).
           02 PQRequired PIC X(10).
           02 PQMinScore PIC 999.

       FD OverrideFile.
       01 OverrideRecord.
           02 POTimestamp PIC X(21).
           02 POTerm PIC X(6).
           02 POStudID PIC 9(5).
           02 POCourse PIC X(10).
           02 POMissing PIC X(10).
           02 POUnmet PIC 9.
           02 POOperator PIC X(8).
           02 POReason PIC X(40).

       FD StandingFile.
       01 StandingRecord.
           02 SHStudID PIC 9(5).
           02 SHTerm PIC X(6).
           02 SHStanding PIC X.
           02 SHTermGPA PIC 9(3)V99.
           02 SHCumGPA PIC 9(3)V99.
           02 SHPrior PIC X.
           02 SHRunDate PIC 9(8).
           02 SHReinstated PIC X.
           02 SHReinstBy PIC X(8).
           02 SHReinstDate PIC 9(8).
           02 SHReinstReason PIC X(30).

       FD StandingWorkFile.
       01 StandingWorkRecord PIC X(78).

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

       FD TuitRateFile.
       01 TuitRateRecord.
           02 TRRatePerCredit PIC 9(3)V99.
           02 FILLER PIC X.
           02 TRStudentBase PIC 9(5).

       FD TuitBilledFile.
       01 TuitBilledRecord.
           02 TBStudID PIC 9(5).
           02 TBCourse PIC X(10).
           02 TBTerm PIC X(6).
           02 TBInvNum PIC 9(7).
           02 TBAmount PIC 9(7)V99.
           02 TBCredits PIC 99.
           02 TBRate PIC 9(3)V99.
           02 TBDate PIC 9(8).

       FD RefundSchedFile.
       01 RefundSchedRecord.
           02 RSWeekThrough PIC 99.
           02 RSPercent PIC 999.

       FD RefundRegFile.
       01 RefundRegRecord.
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

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       WORKING-STORAGE SECTION.
       01 EnrollFileStatus PIC XX VALUE "00".
       01 EnrollWorkStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 CourseFileStatus PIC XX VALUE "00".
       01 RosterReportStatus PIC XX VALUE "00".
       01 NoticeFileStatus PIC XX VALUE "00".
       01 GradesFileStatus PIC XX VALUE "00".
       01 PrereqFileStatus PIC XX VALUE "00".
       01 OverrideFileStatus PIC XX VALUE "00".
       01 GradesEOF PIC X.
       01 PrereqEOF PIC X.

       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
              03 CTTitle PIC X(30).
              03 CTSeatLimit PIC 9(3).
              03 CTActive PIC X.
              03 CTCredits PIC 99.
       01 CourseFound PIC X.

       01 WorkStudID PIC 9(5).
       01 AlreadyOn PIC X.
       01 DropFound PIC X.
       01 DroppedStatus PIC X.
       01 DroppedBilled PIC X.
       01 PromoteDone PIC X.
       01 PromoteWanted PIC X.
       01 Confirm PIC X.

       01 WorkPriority PIC 9.
       01 PriorityText PIC X.
       01 RecPriority PIC 9.
       01 WaitingCount PIC 9(3).
       01 WaitPosition PIC 9(3).
       01 WaitByPriority PIC 9(3) OCCURS 9 TIMES.
       01 PriorSub PIC 99.
       01 CandFound PIC X.
       01 CandStudID PIC 9(5).
       01 CandTimestamp PIC X(21).
       01 CandPriority PIC 9.

       01 PrereqCount PIC 9(3) VALUE ZERO.
       01 PrereqTable.
           02 PrereqEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON PrereqCount
                 INDEXED BY PX.
              03 XPCourse PIC X(10).
              03 XPRequired PIC X(10).
              03 XPMinScore PIC 999.
              03 XPHave PIC X.
              03 XPBest PIC 999.
       01 UnmetCount PIC 9.
       01 FirstUnmet PIC X(10).
       01 PrereqOverridden PIC X.
       01 OverrideReason PIC X(40).
       01 RegWritten PIC X.
       01 OverrideCount PIC 9(5) VALUE ZERO.
       01 CurrentOperator PIC X(8).

       01 StandingFileStatus PIC XX VALUE "00".
       01 StandingWorkStatus PIC XX VALUE "00".
       01 StandingEOF PIC X.
       01 StandingFound PIC X.
       01 StudStanding PIC X.
       01 StudReinstated PIC X.
       01 StudTermGPA PIC 9(3)V99.
       01 StudCumGPA PIC 9(3)V99.
       01 PrnGPA PIC ZZ9.99.
       01 ReinstReason PIC X(30).

       01 StudHoldStatus PIC XX VALUE "00".
       01 HoldEOF PIC X.
       01 BlockingHolds PIC 9(3).
       01 HeldCount PIC 9(4) VALUE ZERO.
       01 HeldTable.
           02 HeldEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON HeldCount
                 INDEXED BY HLX.
              03 HLStudID PIC 9(5).
       01 RegHold PIC X.
       01 HeldPassed PIC 9(3).

       01 ConflictCount PIC 9(3).

       01 TuitRateStatus PIC XX VALUE "00".
       01 TuitBilledStatus PIC XX VALUE "00".
       01 RefundSchedStatus PIC XX VALUE "00".
       01 RefundRegStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 RatePerCredit PIC 9(3)V99 VALUE 85.00.
       01 StudentBase PIC 9(5) VALUE 90000.
       01 RefundEOF PIC X.
       01 RefundStepCount PIC 99 VALUE ZERO.
       01 RefundStep OCCURS 20 TIMES INDEXED BY RSX.
           02 XRWeekThrough PIC 99.
           02 XRPercent PIC 999.
       01 DropWeek PIC 99.
       01 DropDays PIC S9(5).
       01 RefundPercent PIC 999.
       01 BilledFound PIC X.
       01 BilledAmount PIC 9(7)V99.
       01 BilledInvNum PIC 9(7).
       01 RefundAmount PIC 9(7)V99.
       01 RefundPosted PIC X.
       01 RefundARID PIC 9(5).
       01 RefundCount PIC 9(5) VALUE ZERO.
       01 RefundTotal PIC 9(7)V99 VALUE ZERO.
       01 RefundDisplay PIC $$$,$$$,$$9.99.
       01 ARJournalRequest.
           02 AJAction PIC X(6).
           02 AJAfter PIC X(61).

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 EnrolledCount PIC 9(5) VALUE ZERO.
       01 WaitlistedCount PIC 9(5) VALUE ZERO.
       01 RosterCount PIC 9(3).
       01 WaitCount PIC 9(3).
       01 RunDate PIC 9(8).

       01 RosterHeading.
           02 FILLER PIC X(15) VALUE "CLASS ROSTER : ".
           02 PrnCourse PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTitle PIC X(30).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTerm PIC X(6).
       01 RosterDetailLine.
           02 PrnStudID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnWaitCount PIC ZZ9.

       COPY SITEWS.
       COPY TERMWS.
       COPY SCHEDWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadTerms
           PERFORM FindOpenTerm
           IF TermFound NOT = 'Y'
              DISPLAY "No Term Open, Enrollment Not Available"
              STOP RUN
           END-IF
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
           PERFORM FindPriorTerm
           PERFORM LoadStudentTable
           PERFORM LoadCourseTable
           PERFORM LoadRooms
           MOVE TermCode TO SchedTerm
           PERFORM LoadSchedule
           PERFORM ApplyRoomCaps
           PERFORM LoadPrereqTable
           PERFORM ReadTuitRate
           PERFORM LoadRefundSchedule
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "ENROLLMENT - TERM " TermCode " " TermTitle
              IF RunDate > TermAddDrop
                 DISPLAY "Add/Drop Closed " TermAddDrop
              END-IF
              DISPLAY "1 : Register Student"
              DISPLAY "2 : Drop Student"
              DISPLAY "3 : Print Class Roster"
              DISPLAY "4 : Reinstate Suspended Student"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
                 WHEN 1 PERFORM RegisterStudent
                 WHEN 2 PERFORM DropStudent
                 WHEN 3 PERFORM PrintRoster
                 WHEN 4 PERFORM ReinstateStudent
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           DISPLAY "Students Enrolled : " EnrolledCount
           DISPLAY "Students Waitlisted : " WaitlistedCount
           DISPLAY "Prerequisite Overrides : " OverrideCount
           MOVE RefundTotal TO RefundDisplay
           DISPLAY "Tuition Refunds : " RefundCount " " RefundDisplay.
           STOP RUN.

       COPY SITEPROC.
       COPY TERMPROC.
       COPY SCHEDPROC.

       LoadStudentTable.
           MOVE 'N' TO StudentEOF
                          MOVE ZERO TO CTSeatLimit(CourseCount)
                       END-IF
                       MOVE CRActive TO CTActive(CourseCount)
                       IF CRCredits IS NUMERIC
                          MOVE CRCredits TO CTCredits(CourseCount)
                       ELSE
                          MOVE ZERO TO CTCredits(CourseCount)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
              CLOSE CourseFile
           END-IF.

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

       LoadPrereqTable.
           MOVE 'N' TO PrereqEOF
           OPEN INPUT PrereqFile
           IF PrereqFileStatus NOT = "00"
              MOVE 'Y' TO PrereqEOF
           END-IF
           PERFORM UNTIL PrereqEOF = 'Y'
              READ PrereqFile
                 AT END MOVE 'Y' TO PrereqEOF
                 NOT AT END
                    IF PQCourse NOT = SPACES
                       AND PQRequired NOT = SPACES
                       IF PrereqCount < 500
                          ADD 1 TO PrereqCount
                          SET PX TO PrereqCount
                          MOVE PQCourse TO XPCourse(PX)
                          MOVE PQRequired TO XPRequired(PX)
                          IF PQMinScore IS NUMERIC
                             MOVE PQMinScore TO XPMinScore(PX)
                          ELSE
                             MOVE ZERO TO XPMinScore(PX)
                          END-IF
                       ELSE
                          DISPLAY "Warning : More Than 500 "
                             "Prerequisites, " PQCourse " "
                             PQRequired " Not Checked"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF PrereqFileStatus NOT = "35"
              CLOSE PrereqFile
           END-IF.

       FindStudent.
           MOVE 'N' TO StudentFound
           IF StudentCount > 0

       RegisterStudent.
           DISPLAY " "
           IF RunDate > TermAddDrop
              DISPLAY "Add/Drop Deadline " TermAddDrop
                 " Has Passed, Registration Refused"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO RegWritten
           MOVE 'N' TO PrereqOverridden
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WorkStudID.
           PERFORM FindStudent
              DISPLAY "Student Not On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindStanding
           IF StudStanding = 'S' AND StudReinstated NOT = 'Y'
              DISPLAY "Student Suspended After Term " PriorTermCode
                 ", Registration Refused"
              EXIT PARAGRAPH
           END-IF
           PERFORM CheckHolds
           IF BlockingHolds > ZERO
              DISPLAY "Student On Hold, Registration Refused"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Course Code : " WITH NO ADVANCING
           ACCEPT WorkCourse
           PERFORM FindCourse
              DISPLAY "Student Already Registered For " WorkCourse
              EXIT PARAGRAPH
           END-IF
           PERFORM CheckTimeConflicts
           IF ConflictCount > ZERO
              DISPLAY "Time Conflict, Registration Refused"
              EXIT PARAGRAPH
           END-IF
           PERFORM CheckPrereqs
           IF UnmetCount > ZERO
              PERFORM AskPrereqOverride
              IF PrereqOverridden NOT = 'Y'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF (CTSeatLimit(CX) > ZERO
              AND SeatCount >= CTSeatLimit(CX))
              OR WaitingCount > ZERO
              PERFORM JoinWaitlist
           ELSE
              PERFORM WriteEnrolled
           END-IF
           IF PrereqOverridden = 'Y' AND RegWritten = 'Y'
              PERFORM WriteOverride
           END-IF.

       CheckTimeConflicts.
           MOVE ZERO TO ConflictCount
           IF MeetingCount = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WorkCourse TO SchedCourse
           MOVE 'N' TO EnrollEOF
           OPEN INPUT EnrollFile
           IF EnrollFileStatus NOT = "00"
              MOVE 'Y' TO EnrollEOF
           END-IF
           PERFORM UNTIL EnrollEOF = 'Y'
              READ EnrollFile
                 AT END MOVE 'Y' TO EnrollEOF
                 NOT AT END
                    IF ENStudID = WorkStudID AND ENTerm = TermCode
                       AND (ENStatus = 'E' OR ENStatus = 'W')
                       AND ENCourse NOT = WorkCourse
                       MOVE ENCourse TO OtherCourse
                       PERFORM CourseClash
                       IF SchedClash = 'Y'
                          ADD 1 TO ConflictCount
                          SET MTY TO ClashMeeting
                          DISPLAY "Time Conflict With " ENCourse " "
                             XSDays(MTY) " " XSStart(MTY) "-"
                             XSEnd(MTY)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF EnrollFileStatus NOT = "35"
              CLOSE EnrollFile
           END-IF
           MOVE "00" TO EnrollFileStatus.

       CheckPrereqs.
           MOVE ZERO TO UnmetCount
           MOVE SPACES TO FirstUnmet
           MOVE 'N' TO GradesEOF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PrereqCount
              IF XPCourse(PX) = WorkCourse
                 MOVE 'N' TO XPHave(PX)
                 MOVE ZERO TO XPBest(PX)
                 MOVE 'Y' TO GradesEOF
              END-IF
           END-PERFORM
           IF GradesEOF = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO GradesEOF
           OPEN INPUT GradesFile
           IF GradesFileStatus NOT = "00"
              MOVE 'Y' TO GradesEOF
           END-IF
           PERFORM UNTIL GradesEOF = 'Y'
              READ GradesFile
                 AT END MOVE 'Y' TO GradesEOF
                 NOT AT END
                    IF GRStudID = WorkStudID
                       PERFORM NoteOneGrade
                    END-IF
              END-READ
           END-PERFORM
           IF GradesFileStatus NOT = "35"
              CLOSE GradesFile
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PrereqCount
              IF XPCourse(PX) = WorkCourse
                 IF XPHave(PX) = 'N'
                    DISPLAY "Prerequisite Not Met : " XPRequired(PX)
                       " (Minimum " XPMinScore(PX) ", No Grade)"
                    PERFORM CountUnmet
                 ELSE
                    IF XPBest(PX) < XPMinScore(PX)
                       DISPLAY "Prerequisite Not Met : "
                          XPRequired(PX) " (Minimum " XPMinScore(PX)
                          ", Best " XPBest(PX) ")"
                       PERFORM CountUnmet
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       NoteOneGrade.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PrereqCount
              IF XPCourse(PX) = WorkCourse
                 AND XPRequired(PX) = GRCourse
                 AND GRScore IS NUMERIC
                 IF XPHave(PX) = 'N' OR GRScore > XPBest(PX)
                    MOVE 'Y' TO XPHave(PX)
                    MOVE GRScore TO XPBest(PX)
                 END-IF
              END-IF
           END-PERFORM.

       CountUnmet.
           IF UnmetCount < 9
              ADD 1 TO UnmetCount
           END-IF
           IF FirstUnmet = SPACES
              MOVE XPRequired(PX) TO FirstUnmet
           END-IF.

       AskPrereqOverride.
           IF SROperLevel < 2
              DISPLAY "Prerequisites Not Met, Registration Refused"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Override Prerequisites (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              DISPLAY "Prerequisites Not Met, Registration Refused"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason : " WITH NO ADVANCING
           MOVE SPACES TO OverrideReason
           ACCEPT OverrideReason
           IF OverrideReason = SPACES
              DISPLAY "Reason Required, Registration Refused"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO PrereqOverridden.

       WriteOverride.
           OPEN EXTEND OverrideFile
           IF OverrideFileStatus = "35"
              OPEN OUTPUT OverrideFile
           END-IF
           IF OverrideFileStatus NOT = "00"
              DISPLAY "Unable To Open PrereqOvr.dat, Status "
                 OverrideFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO POTimestamp
           MOVE TermCode TO POTerm
           MOVE WorkStudID TO POStudID
           MOVE WorkCourse TO POCourse
           MOVE FirstUnmet TO POMissing
           MOVE UnmetCount TO POUnmet
           MOVE CurrentOperator TO POOperator
           MOVE OverrideReason TO POReason
           WRITE OverrideRecord
           IF OverrideFileStatus NOT = "00"
              DISPLAY "Unable To Write PrereqOvr.dat, Status "
                 OverrideFileStatus
           ELSE
              ADD 1 TO OverrideCount
              DISPLAY "Prerequisite Override Recorded"
           END-IF
           CLOSE OverrideFile.

       JoinWaitlist.
           IF CTSeatLimit(CX) > ZERO
              AND SeatCount >= CTSeatLimit(CX)
              DISPLAY "Course Full (" CTSeatLimit(CX) " Seats, "
                 WaitingCount " Waiting)"
           ELSE
              DISPLAY WaitingCount " Students Already Waiting For "
                 WorkCourse
           END-IF
           DISPLAY "Join Waitlist (Y/N) : " WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              DISPLAY "Student Not Registered"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Waitlist Priority (1 Highest To 9, Blank = 5) : "
              WITH NO ADVANCING
           MOVE SPACE TO PriorityText
           ACCEPT PriorityText
           EVALUATE TRUE
              WHEN PriorityText = SPACE
                 MOVE 5 TO WorkPriority
              WHEN PriorityText IS NUMERIC AND PriorityText NOT = '0'
                 MOVE PriorityText TO WorkPriority
              WHEN OTHER
                 DISPLAY "Priority Must Be 1 To 9, "
                    "Student Not Registered"
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE 1 TO WaitPosition
           PERFORM VARYING PriorSub FROM 1 BY 1
              UNTIL PriorSub > WorkPriority
              ADD WaitByPriority(PriorSub) TO WaitPosition
           END-PERFORM
           PERFORM WriteWaitlisted
           IF EnrollFileStatus = "00"
              DISPLAY "Student Waitlisted For " WorkCourse
                 ", Position " WaitPosition
           END-IF.

       CountSeats.
           MOVE ZERO TO SeatCount WaitingCount
           PERFORM VARYING PriorSub FROM 1 BY 1 UNTIL PriorSub > 9
              MOVE ZERO TO WaitByPriority(PriorSub)
           END-PERFORM
           MOVE 'N' TO AlreadyOn
           MOVE 'N' TO EnrollEOF
           OPEN INPUT EnrollFile
              READ EnrollFile
                 AT END MOVE 'Y' TO EnrollEOF
                 NOT AT END
                    IF ENCourse = WorkCourse AND ENTerm = TermCode
                       IF ENStatus = 'E'
                          ADD 1 TO SeatCount
                       END-IF
                       IF ENStatus = 'W'
                          ADD 1 TO WaitingCount
                          PERFORM GetRecPriority
                          ADD 1 TO WaitByPriority(RecPriority)
                       END-IF
                       IF ENStudID = WorkStudID
                          AND (ENStatus = 'E' OR ENStatus = 'W')
                          MOVE 'Y' TO AlreadyOn
              CLOSE EnrollFile
           END-IF.

       GetRecPriority.
           IF ENPriority IS NUMERIC AND ENPriority > ZERO
              MOVE ENPriority TO RecPriority
           ELSE
              MOVE 5 TO RecPriority
           END-IF.

       WriteEnrolled.
           MOVE 'E' TO ENStatus
           MOVE ZERO TO WorkPriority
           PERFORM WriteEnrollRecord
           IF EnrollFileStatus = "00"
              ADD 1 TO EnrolledCount
              MOVE WorkStudID TO ENStudID
              MOVE WorkCourse TO ENCourse
              MOVE 'N' TO ENBilled
              MOVE TermCode TO ENTerm
              MOVE WorkPriority TO ENPriority
              WRITE EnrollRecord
              IF EnrollFileStatus NOT = "00"
                 DISPLAY "Unable To Write Enroll.dat, Status "
                    EnrollFileStatus
              ELSE
                 MOVE 'Y' TO RegWritten
              END-IF
              CLOSE EnrollFile
              MOVE "00" TO EnrollFileStatus
           ACCEPT WorkStudID.
           DISPLAY "Course Code : " WITH NO ADVANCING
           ACCEPT WorkCourse
           PERFORM FindCourse
           PERFORM FindDropAndCandidate
           IF DropFound = 'N'
              DISPLAY "Student Not Registered For That Course"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO PromoteWanted
           IF DroppedStatus = 'E' AND CandFound = 'Y'
              AND RunDate NOT > TermAddDrop
              IF CourseFound = 'N'
                 MOVE 'Y' TO PromoteWanted
              ELSE
                 IF CTSeatLimit(CX) = ZERO
                    OR SeatCount <= CTSeatLimit(CX)
                    MOVE 'Y' TO PromoteWanted
                 END-IF
              END-IF
           END-IF
           MOVE 'N' TO DropFound
           MOVE 'N' TO PromoteDone
           MOVE 'N' TO EnrollEOF
              END-READ
           END-PERFORM
           CLOSE EnrollFile, EnrollWorkFile
           PERFORM CopyWorkToEnroll
           IF RunDate > TermAddDrop
              DISPLAY "Student Withdrawn From " WorkCourse
           ELSE
              DISPLAY "Student Dropped From " WorkCourse
           END-IF
           IF DroppedStatus = 'E' AND DroppedBilled = 'Y'
              PERFORM RefundDrop
           END-IF
           IF PromoteDone = 'Y'
              MOVE CandStudID TO WorkStudID
              PERFORM FindStudent
              IF StudentFound = 'Y'
                 DISPLAY "Waitlisted Student " CandStudID " "
                    STStudName(ST) " Promoted"
              ELSE
                 DISPLAY "Waitlisted Student " CandStudID
                    " Promoted"
              END-IF
              PERFORM WriteNotice
           END-IF
           IF PromoteWanted = 'Y' AND HeldPassed > ZERO
              DISPLAY "Waitlisted Students Passed Over For Holds : "
                 HeldPassed
           END-IF.

       FindDropAndCandidate.
           PERFORM LoadRegHolds
           MOVE ZERO TO HeldPassed
           MOVE 'N' TO DropFound
           MOVE 'N' TO CandFound
           MOVE ZERO TO SeatCount
           MOVE 9 TO CandPriority
           MOVE 'N' TO EnrollEOF
           OPEN INPUT EnrollFile
           IF EnrollFileStatus NOT = "00"
              MOVE 'Y' TO EnrollEOF
           END-IF
           PERFORM UNTIL EnrollEOF = 'Y'
              READ EnrollFile
                 AT END MOVE 'Y' TO EnrollEOF
                 NOT AT END
                    IF ENCourse = WorkCourse AND ENTerm = TermCode
                       IF ENStatus = 'E'
                          ADD 1 TO SeatCount
                       END-IF
                       IF ENStudID = WorkStudID
                          AND (ENStatus = 'E' OR ENStatus = 'W')
                          AND DropFound = 'N'
                          MOVE 'Y' TO DropFound
                          MOVE ENStatus TO DroppedStatus
                          MOVE ENBilled TO DroppedBilled
                       ELSE
                          IF ENStatus = 'W'
                             PERFORM CheckRegHold
                          END-IF
                          IF ENStatus = 'W' AND RegHold = 'Y'
                             ADD 1 TO HeldPassed
                          END-IF
                          IF ENStatus = 'W' AND RegHold = 'N'
                             PERFORM GetRecPriority
                             IF CandFound = 'N'
                                OR RecPriority < CandPriority
                                MOVE 'Y' TO CandFound
                                MOVE RecPriority TO CandPriority
                                MOVE ENStudID TO CandStudID
                                MOVE ENTimestamp TO CandTimestamp
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF EnrollFileStatus NOT = "35"
              CLOSE EnrollFile
           END-IF.

       DropOneRecord.
           IF ENStudID = WorkStudID
              AND ENCourse = WorkCourse
              AND ENTerm = TermCode
              AND (ENStatus = 'E' OR ENStatus = 'W')
              AND DropFound = 'N'
              MOVE 'Y' TO DropFound
              MOVE 'D' TO ENStatus
           ELSE
              IF PromoteWanted = 'Y'
                 AND PromoteDone = 'N'
                 AND ENStudID = CandStudID
                 AND ENTimestamp = CandTimestamp
                 AND ENCourse = WorkCourse
                 AND ENTerm = TermCode
                 AND ENStatus = 'W'
                 MOVE 'E' TO ENStatus
                 MOVE 'Y' TO PromoteDone
                 EnrollWorkStatus
           END-IF.

       ReadTuitRate.
           OPEN INPUT TuitRateFile
           IF TuitRateStatus = "00"
              READ TuitRateFile
                 AT END CONTINUE
                 NOT AT END
                    IF TRRatePerCredit IS NUMERIC
                       AND TRRatePerCredit > ZERO
                       MOVE TRRatePerCredit TO RatePerCredit
                    END-IF
                    IF TRStudentBase IS NUMERIC
                       AND TRStudentBase > ZERO
                       MOVE TRStudentBase TO StudentBase
                    END-IF
              END-READ
              CLOSE TuitRateFile
           END-IF.

       LoadRefundSchedule.
           MOVE 'N' TO RefundEOF
           OPEN INPUT RefundSchedFile
           IF RefundSchedStatus NOT = "00"
              MOVE 'Y' TO RefundEOF
           END-IF
           PERFORM UNTIL RefundEOF = 'Y'
              READ RefundSchedFile
                 AT END MOVE 'Y' TO RefundEOF
                 NOT AT END
                    IF RSWeekThrough IS NUMERIC
                       AND RSPercent IS NUMERIC
                       AND RSWeekThrough > ZERO
                       AND RSPercent NOT > 100
                       AND RefundStepCount < 20
                       ADD 1 TO RefundStepCount
                       SET RSX TO RefundStepCount
                       MOVE RSWeekThrough TO XRWeekThrough(RSX)
                       MOVE RSPercent TO XRPercent(RSX)
                    END-IF
              END-READ
           END-PERFORM
           IF RefundSchedStatus NOT = "35"
              CLOSE RefundSchedFile
           END-IF
           IF RefundStepCount = ZERO
              MOVE 2 TO RefundStepCount
              MOVE 1 TO XRWeekThrough(1)
              MOVE 100 TO XRPercent(1)
              MOVE 2 TO XRWeekThrough(2)
              MOVE 50 TO XRPercent(2)
           END-IF.

       RefundDrop.
           COMPUTE RefundARID = StudentBase + WorkStudID
           PERFORM FindBilledCharge
           IF BilledFound = 'N'
              MOVE ZERO TO BilledAmount BilledInvNum
              IF CourseFound = 'Y'
                 COMPUTE BilledAmount = CTCredits(CX) * RatePerCredit
              END-IF
           END-IF
           MOVE 1 TO DropWeek
           IF RunDate > TermStart
              COMPUTE DropDays = FUNCTION INTEGER-OF-DATE(RunDate)
                 - FUNCTION INTEGER-OF-DATE(TermStart)
              COMPUTE DropWeek = DropDays / 7 + 1
           END-IF
           MOVE ZERO TO RefundPercent
           PERFORM VARYING RSX FROM RefundStepCount BY -1
              UNTIL RSX < 1
              IF DropWeek NOT > XRWeekThrough(RSX)
                 MOVE XRPercent(RSX) TO RefundPercent
              END-IF
           END-PERFORM
           COMPUTE RefundAmount ROUNDED =
              BilledAmount * RefundPercent / 100
           MOVE 'N' TO RefundPosted
           IF RefundAmount > ZERO
              PERFORM WriteRefundCredit
           END-IF
           PERFORM WriteRefundRegister
           MOVE RefundAmount TO RefundDisplay
           IF RefundPosted = 'Y'
              ADD 1 TO RefundCount
              ADD RefundAmount TO RefundTotal
              DISPLAY "Week " DropWeek " Tuition Refund "
                 RefundPercent "% " RefundDisplay
                 " Credited To A/R " RefundARID
           ELSE
              IF RefundAmount = ZERO
                 DISPLAY "Week " DropWeek " Of Term, No Tuition "
                    "Refund"
              END-IF
           END-IF.

       FindBilledCharge.
           MOVE 'N' TO BilledFound
           MOVE 'N' TO RefundEOF
           OPEN INPUT TuitBilledFile
           IF TuitBilledStatus NOT = "00"
              MOVE 'Y' TO RefundEOF
           END-IF
           PERFORM UNTIL RefundEOF = 'Y'
              READ TuitBilledFile
                 AT END MOVE 'Y' TO RefundEOF
                 NOT AT END
                    IF TBStudID = WorkStudID
                       AND TBCourse = WorkCourse
                       AND TBTerm = TermCode
                       AND TBAmount IS NUMERIC
                       MOVE 'Y' TO BilledFound
                       MOVE TBAmount TO BilledAmount
                       MOVE TBInvNum TO BilledInvNum
                    END-IF
              END-READ
           END-PERFORM
           IF TuitBilledStatus NOT = "35"
              CLOSE TuitBilledFile
           END-IF.

       WriteRefundCredit.
           OPEN EXTEND ARTransFile
           IF ARTransStatus = "35"
              OPEN OUTPUT ARTransFile
           END-IF
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Open ARTrans.dat, Status "
                 ARTransStatus ", Refund Not Posted"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ARTimestamp
           MOVE RefundARID TO ARCustID
           MOVE 'A' TO ARType
           MOVE RefundAmount TO ARAmount
           MOVE "TUITREFUND" TO ARRef
           MOVE BilledInvNum TO ARInvNum
           MOVE CurrentOperator TO AROperator
           WRITE ARTransRecord
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Write ARTrans.dat, Status "
                 ARTransStatus ", Refund Not Posted"
           ELSE
              MOVE 'Y' TO RefundPosted
              MOVE "WRITE" TO AJAction
              MOVE ARTransRecord TO AJAfter
              CALL "AR_JOURNAL" USING ARJournalRequest
                 ON EXCEPTION CONTINUE
              END-CALL
           END-IF
           CLOSE ARTransFile.

       WriteRefundRegister.
           OPEN EXTEND RefundRegFile
           IF RefundRegStatus = "35"
              OPEN OUTPUT RefundRegFile
           END-IF
           IF RefundRegStatus NOT = "00"
              DISPLAY "Unable To Open RefundReg.dat, Status "
                 RefundRegStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RRTimestamp
           MOVE TermCode TO RRTerm
           MOVE WorkStudID TO RRStudID
           MOVE WorkCourse TO RRCourse
           MOVE DropWeek TO RRWeek
           MOVE RefundPercent TO RRPercent
           MOVE BilledAmount TO RRBilled
           MOVE RefundAmount TO RRRefund
           MOVE BilledInvNum TO RRInvNum
           MOVE RefundARID TO RRARID
           MOVE CurrentOperator TO RROperator
           MOVE RefundPosted TO RRPosted
           WRITE RefundRegRecord
           IF RefundRegStatus NOT = "00"
              DISPLAY "Unable To Write RefundReg.dat, Status "
                 RefundRegStatus
           END-IF
           CLOSE RefundRegFile.

       WriteNotice.
           OPEN EXTEND NoticeFile
           IF NoticeFileStatus = "35"
              OPEN OUTPUT NoticeFile
           END-IF
           IF NoticeFileStatus NOT = "00"
              DISPLAY "Unable To Open WaitNotify.dat, Status "
                 NoticeFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NTTimestamp
           MOVE TermCode TO NTTerm
           MOVE CandStudID TO NTStudID
           MOVE WorkCourse TO NTCourse
           MOVE 'O' TO NTSource
           MOVE 'N' TO NTPrinted
           WRITE NoticeRecord
           IF NoticeFileStatus NOT = "00"
              DISPLAY "Unable To Write WaitNotify.dat, Status "
                 NoticeFileStatus
           END-IF
           CLOSE NoticeFile.

       CopyWorkToEnroll.
           MOVE 'N' TO WorkEOF
           OPEN INPUT EnrollWorkFile
           WRITE PrintLine
           MOVE WorkCourse TO PrnCourse
           MOVE CTTitle(CX) TO PrnTitle
           MOVE TermCode TO PrnTerm
           WRITE PrintLine FROM RosterHeading
           MOVE 'N' TO EnrollEOF
           OPEN INPUT EnrollFile
                 AT END MOVE 'Y' TO EnrollEOF
                 NOT AT END
                    IF ENCourse = WorkCourse
                       AND ENTerm = TermCode
                       AND (ENStatus = 'E' OR ENStatus = 'W')
                       MOVE ENStudID TO WorkStudID
                       PERFORM FindStudent
           CLOSE RosterReport
           DISPLAY "Roster Printed To ClassRoster.rpt, "
              RosterCount " Enrolled, " WaitCount " Waitlisted".

       FindStanding.
           MOVE 'N' TO StandingFound
           MOVE 'G' TO StudStanding
           MOVE 'N' TO StudReinstated
           MOVE ZERO TO StudTermGPA StudCumGPA
           IF PriorTermCode = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO StandingEOF
           OPEN INPUT StandingFile
           IF StandingFileStatus NOT = "00"
              MOVE 'Y' TO StandingEOF
           END-IF
           PERFORM UNTIL StandingEOF = 'Y'
              READ StandingFile
                 AT END MOVE 'Y' TO StandingEOF
                 NOT AT END
                    IF SHStudID = WorkStudID
                       AND SHTerm = PriorTermCode
                       MOVE 'Y' TO StandingFound
                       MOVE SHStanding TO StudStanding
                       MOVE SHReinstated TO StudReinstated
                       MOVE SHTermGPA TO StudTermGPA
                       MOVE SHCumGPA TO StudCumGPA
                    END-IF
              END-READ
           END-PERFORM
           IF StandingFileStatus NOT = "35"
              CLOSE StandingFile
           END-IF.

       ReinstateStudent.
           DISPLAY " "
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required To Reinstate"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Student ID : " WITH NO ADVANCING
           ACCEPT WorkStudID
           PERFORM FindStudent
           IF StudentFound NOT = 'Y'
              DISPLAY "Student Not On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindStanding
           IF StudStanding NOT = 'S'
              DISPLAY "Student Not Suspended After Term "
                 PriorTermCode
              EXIT PARAGRAPH
           END-IF
           IF StudReinstated = 'Y'
              DISPLAY "Student Already Reinstated"
              EXIT PARAGRAPH
           END-IF
           MOVE StudTermGPA TO PrnGPA
           DISPLAY "Suspended After Term " PriorTermCode
              "  Term GPA " PrnGPA WITH NO ADVANCING
           MOVE StudCumGPA TO PrnGPA
           DISPLAY "  Cumulative GPA " PrnGPA
           DISPLAY "Reason : " WITH NO ADVANCING
           MOVE SPACES TO ReinstReason
           ACCEPT ReinstReason
           IF ReinstReason = SPACES
              DISPLAY "Reason Required, Student Not Reinstated"
              EXIT PARAGRAPH
           END-IF
           PERFORM RewriteStandingFile.

       RewriteStandingFile.
           MOVE 'N' TO StandingEOF
           OPEN INPUT StandingFile
           IF StandingFileStatus NOT = "00"
              DISPLAY "Unable To Open Standing.dat, Status "
                 StandingFileStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT StandingWorkFile
           IF StandingWorkStatus NOT = "00"
              DISPLAY "Unable To Open Standing.tmp, Status "
                 StandingWorkStatus
              CLOSE StandingFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL StandingEOF = 'Y'
              READ StandingFile
                 AT END MOVE 'Y' TO StandingEOF
                 NOT AT END
                    IF SHStudID = WorkStudID
                       AND SHTerm = PriorTermCode
                       MOVE 'Y' TO SHReinstated
                       MOVE CurrentOperator TO SHReinstBy
                       MOVE RunDate TO SHReinstDate
                       MOVE ReinstReason TO SHReinstReason
                    END-IF
                    WRITE StandingWorkRecord FROM StandingRecord
              END-READ
           END-PERFORM
           CLOSE StandingFile, StandingWorkFile
           MOVE 'N' TO StandingEOF
           OPEN INPUT StandingWorkFile
           IF StandingWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Standing.tmp, Status "
                 StandingWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT StandingFile
           IF StandingFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite Standing.dat, Status "
                 StandingFileStatus
              CLOSE StandingWorkFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL StandingEOF = 'Y'
              READ StandingWorkFile
                 AT END MOVE 'Y' TO StandingEOF
                 NOT AT END
                    WRITE StandingRecord FROM StandingWorkRecord
                    IF StandingFileStatus NOT = "00"
                       DISPLAY "Unable To Write Standing.dat, "
                          "Status " StandingFileStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE StandingWorkFile, StandingFile
           DISPLAY "Student " WorkStudID " Reinstated".

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
                 WHEN HLStudID(HLX) = ENStudID
                    MOVE 'Y' TO RegHold
              END-SEARCH
           END-IF.

       CheckHolds.
           MOVE ZERO TO BlockingHolds
           MOVE 'N' TO HoldEOF
           OPEN INPUT StudHoldFile
           IF StudHoldStatus NOT = "00"
              MOVE 'Y' TO HoldEOF
           END-IF
           PERFORM UNTIL HoldEOF = 'Y'
              READ StudHoldFile
                 AT END MOVE 'Y' TO HoldEOF
                 NOT AT END
                    IF HDStudID = WorkStudID AND HDBlockReg = 'Y'
                       ADD 1 TO BlockingHolds
                       EVALUATE HDType
                          WHEN 'F' DISPLAY "Financial Hold : "
                             HDReason
                          WHEN 'R' DISPLAY "Registrar Hold : "
                             HDReason
                          WHEN 'C' DISPLAY "Conduct Hold : "
                             HDReason
                          WHEN OTHER DISPLAY "Hold : " HDReason
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           IF StudHoldStatus NOT = "35"
              CLOSE StudHoldFile
           END-IF.
