      *> Work fields for SCHEDPROC.CPY. The program declares RoomFile
      *> (Room.dat) and ScheduleFile (Schedule.dat) with RoomFileStatus
      *> and ScheduleFileStatus.
       01 RoomFileStatus PIC XX VALUE "00".
       01 ScheduleFileStatus PIC XX VALUE "00".
       01 RoomEOF PIC X.
       01 ScheduleEOF PIC X.
       01 RoomCount PIC 9(3) VALUE ZERO.
       01 RoomTable.
           02 RoomEntry OCCURS 0 TO 300 TIMES
                 DEPENDING ON RoomCount
                 INDEXED BY RMX.
              03 XRRoom PIC X(8).
              03 XRDesc PIC X(20).
              03 XRCapacity PIC 9(3).
              03 XRActive PIC X.
       01 MeetingCount PIC 9(4) VALUE ZERO.
       01 MeetingTable.
           02 MeetingEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON MeetingCount
                 INDEXED BY MTX MTY.
              03 XSTerm PIC X(6).
              03 XSCourse PIC X(10).
              03 XSDays PIC X(7).
              03 XSStart PIC 9(4).
              03 XSEnd PIC 9(4).
              03 XSRoom PIC X(8).
              03 XSCapacity PIC 9(3).
       01 MeetingOverflow PIC 9(5) VALUE ZERO.
       01 SchedTerm PIC X(6).
       01 RoomWanted PIC X(8).
       01 RoomFound PIC X.
       01 RoomCapacity PIC 9(3).
       01 SchedCourse PIC X(10).
       01 OtherCourse PIC X(10).
       01 SchedCap PIC 9(3).
       01 SchedClash PIC X.
       01 ClashMeeting PIC 9(4).
       01 DaySub PIC 9.
