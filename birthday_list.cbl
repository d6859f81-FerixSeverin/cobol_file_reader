              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT SegmentFile ASSIGN TO "Segment.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SegmentStatus.
           SELECT BirthdayReport ASSIGN TO "Birthday.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BirthdayReportStatus.
              03 NoMailFlag PIC X.
              03 NoMktgFlag PIC X.

       FD SegmentFile.
       01 SegmentRecord.
           02 SGCustID PIC 9(5).
           02 SGSegment PIC X(8).
           02 SGRecency PIC 9.
           02 SGFrequency PIC 9.
           02 SGMonetary PIC 9.
           02 SGLastOrder PIC 9(8).
           02 SGOrders PIC 9(5).
           02 SGSpend PIC 9(9)V99.
           02 SGScoreDate PIC 9(8).

       FD BirthdayReport.
       01 PrintLine PIC X(100).

       01 BirthdayCount PIC 9(5) VALUE ZERO.
       01 SkippedNoAddress PIC 9(5) VALUE ZERO.
       01 SkippedOptOut PIC 9(5) VALUE ZERO.
       01 SkippedSegment PIC 9(5) VALUE ZERO.

       01 TodayDate PIC 9(8).
       01 TodayDateParts REDEFINES TodayDate.
           02 PrnBirthdayCount PIC ZZZZ9.

       COPY SITEWS.
       COPY SEGWS.

       PROCEDURE DIVISION.
       StartPara.
           ELSE
              COMPUTE TargetMonth = TMonth + 1
           END-IF
           ACCEPT SegmentFilter FROM ENVIRONMENT "MAIL_SEGMENT"
           MOVE FUNCTION UPPER-CASE(SegmentFilter) TO SegmentFilter
           IF SegmentFilter NOT = SPACE
              PERFORM LoadSegments
              IF SegmentLoaded = 'N'
                 DISPLAY "No Customer Segments On File, "
                    "Run RFM_SCORE First"
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF
           SORT WorkFile ON ASCENDING KEY WSortDay
              INPUT PROCEDURE IS SelectBirthdays
              OUTPUT PROCEDURE IS PrintBirthdays
           IF SkippedOptOut > 0
              DISPLAY "Skipped, Opted Out Of Mailings : "
                 SkippedOptOut
           END-IF
           IF SkippedSegment > 0
              DISPLAY "Skipped, Not In Segment " SegmentFilter " : "
                 SkippedSegment
           END-IF.
           GOBACK.

       COPY SITEPROC.
       COPY SEGPROC.

       SelectBirthdays.
           OPEN INPUT CustomerFile.
                       IF Street = SPACE AND City = SPACE
                          AND State = SPACE AND Zip = ZERO
                          ADD 1 TO SkippedNoAddress
                       ELSE
                       MOVE IDNum TO SegCustID
                       PERFORM FindSegment
                       IF SegmentFilter NOT = SPACE
                          AND SegCode NOT = SegmentFilter
                          ADD 1 TO SkippedSegment
                       ELSE
                          MOVE DOB TO WSortDay
                          MOVE CustomerData TO WCustomerData
                          RELEASE WSortRecord
                       END-IF
                       END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
