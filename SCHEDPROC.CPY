      *> Rooms (Room.dat) and the class schedule (Schedule.dat). PERFORM
      *> LoadRooms and LoadSchedule; FindRoom, CourseRoomCap and
      *> CourseClash answer room, capacity and clash questions.
       LoadRooms.
           MOVE ZERO TO RoomCount
           MOVE 'N' TO RoomEOF
           OPEN INPUT RoomFile
           IF RoomFileStatus NOT = "00"
              MOVE 'Y' TO RoomEOF
           END-IF
           PERFORM UNTIL RoomEOF = 'Y'
              READ RoomFile
                 AT END MOVE 'Y' TO RoomEOF
                 NOT AT END
                    IF RoomCount < 300 AND RMRoom NOT = SPACES
                       ADD 1 TO RoomCount
                       SET RMX TO RoomCount
                       MOVE RMRoom TO XRRoom(RMX)
                       MOVE RMDesc TO XRDesc(RMX)
                       IF RMCapacity IS NUMERIC
                          MOVE RMCapacity TO XRCapacity(RMX)
                       ELSE
                          MOVE ZERO TO XRCapacity(RMX)
                       END-IF
                       MOVE RMActive TO XRActive(RMX)
                    END-IF
              END-READ
           END-PERFORM
           IF RoomFileStatus NOT = "35"
              CLOSE RoomFile
           END-IF.

       FindRoom.
           MOVE 'N' TO RoomFound
           MOVE ZERO TO RoomCapacity
           IF RoomWanted = SPACES OR RoomCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET RMX TO 1
           SEARCH RoomEntry
              AT END CONTINUE
              WHEN XRRoom(RMX) = RoomWanted
                 MOVE 'Y' TO RoomFound
                 MOVE XRCapacity(RMX) TO RoomCapacity
           END-SEARCH.

       LoadSchedule.
           MOVE ZERO TO MeetingCount MeetingOverflow
           MOVE 'N' TO ScheduleEOF
           OPEN INPUT ScheduleFile
           IF ScheduleFileStatus NOT = "00"
              MOVE 'Y' TO ScheduleEOF
           END-IF
           PERFORM UNTIL ScheduleEOF = 'Y'
              READ ScheduleFile
                 AT END MOVE 'Y' TO ScheduleEOF
                 NOT AT END
                    IF (SchedTerm = SPACES OR SCTerm = SchedTerm)
                       AND SCCourse NOT = SPACES
                       AND SCStart IS NUMERIC AND SCEnd IS NUMERIC
                       IF MeetingCount < 2000
                          ADD 1 TO MeetingCount
                          SET MTX TO MeetingCount
                          MOVE SCTerm TO XSTerm(MTX)
                          MOVE SCCourse TO XSCourse(MTX)
                          MOVE SCDays TO XSDays(MTX)
                          MOVE SCStart TO XSStart(MTX)
                          MOVE SCEnd TO XSEnd(MTX)
                          MOVE SCRoom TO XSRoom(MTX)
                          MOVE SCRoom TO RoomWanted
                          PERFORM FindRoom
                          MOVE RoomCapacity TO XSCapacity(MTX)
                       ELSE
                          ADD 1 TO MeetingOverflow
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF ScheduleFileStatus NOT = "35"
              CLOSE ScheduleFile
           END-IF.

       CourseRoomCap.
           MOVE ZERO TO SchedCap
           PERFORM VARYING MTX FROM 1 BY 1 UNTIL MTX > MeetingCount
              IF XSCourse(MTX) = SchedCourse
                 AND XSCapacity(MTX) > ZERO
                 IF SchedCap = ZERO OR XSCapacity(MTX) < SchedCap
                    MOVE XSCapacity(MTX) TO SchedCap
                 END-IF
              END-IF
           END-PERFORM.

       MeetingsClash.
           MOVE 'N' TO SchedClash
           IF XSTerm(MTX) NOT = XSTerm(MTY)
              OR XSStart(MTX) >= XSEnd(MTY)
              OR XSStart(MTY) >= XSEnd(MTX)
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DaySub FROM 1 BY 1 UNTIL DaySub > 7
              IF XSDays(MTX)(DaySub:1) NOT = SPACE
                 AND XSDays(MTY)(DaySub:1) NOT = SPACE
                 MOVE 'Y' TO SchedClash
              END-IF
           END-PERFORM.

       CourseClash.
           MOVE 'N' TO SchedClash
           MOVE ZERO TO ClashMeeting
           PERFORM VARYING MTX FROM 1 BY 1
              UNTIL MTX > MeetingCount OR ClashMeeting > ZERO
              IF XSCourse(MTX) = SchedCourse
                 PERFORM VARYING MTY FROM 1 BY 1
                    UNTIL MTY > MeetingCount OR ClashMeeting > ZERO
                    IF XSCourse(MTY) = OtherCourse
                       PERFORM MeetingsClash
                       IF SchedClash = 'Y'
                          SET ClashMeeting TO MTY
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
