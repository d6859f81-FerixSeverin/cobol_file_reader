              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerStatus.
           SELECT SegmentFile ASSIGN TO "Segment.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SegmentStatus.
           SELECT MovedFile ASSIGN TO "Moved.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MovedStatus.
           SELECT LabelFile ASSIGN TO "Labels.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LabelFileStatus.
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

       FD MovedFile.
       01 MovedRecord.
           02 MVCustID PIC 9(5).
           02 MVStreet PIC X(20).
           02 MVZip PIC 9(5).
           02 MVMoveDate PIC 9(8).
           02 MVFlagDate PIC 9(8).

       FD LabelFile.
       01 LabelLine PIC X(40).

       01 LabelCount PIC 9(5) VALUE ZERO.
       01 SkippedNoAddress PIC 9(5) VALUE ZERO.
       01 SkippedOptOut PIC 9(5) VALUE ZERO.
       01 SkippedMoved PIC 9(5) VALUE ZERO.
       01 HouseholdDupes PIC 9(5) VALUE ZERO.
       01 StateFilter PIC X(2) VALUE SPACE.
       01 BatchState PIC X(2) VALUE SPACE.
              03 SCZip PIC 9(5).

       COPY SITEWS.
       COPY SEGWS.
       COPY MOVEDWS.

       PROCEDURE DIVISION.
       StartPara.
                 WITH NO ADVANCING
              ACCEPT StateFilter
           END-IF
           ACCEPT SegmentFilter FROM ENVIRONMENT "MAIL_SEGMENT"
           IF SegmentFilter = SPACE AND BatchState = SPACE
              DISPLAY "Select Segment (Blank = All) : "
                 WITH NO ADVANCING
              ACCEPT SegmentFilter
           END-IF
           MOVE FUNCTION UPPER-CASE(SegmentFilter) TO SegmentFilter
           IF SegmentFilter NOT = SPACE
              PERFORM LoadSegments
              IF SegmentLoaded = 'N'
                 DISPLAY "No Customer Segments On File, "
                    "Run RFM_SCORE First"
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM LoadMoved
           SORT WorkFile ON ASCENDING KEY WSortKey
              INPUT PROCEDURE IS SelectCustomers
              OUTPUT PROCEDURE IS PrintLabels
           IF SkippedOptOut > 0
              DISPLAY "Skipped, Opted Out Of Mailings : "
                 SkippedOptOut
           END-IF
           IF SkippedMoved > 0
              DISPLAY "Skipped, Moved With No Forwarding Address : "
                 SkippedMoved
           END-IF.
           STOP RUN.

       COPY SITEPROC.
       COPY SEGPROC.
       COPY MOVEDPROC.

       SelectCustomers.
           OPEN INPUT CustomerFile.
              READ CustomerFile NEXT RECORD
                 AT END MOVE 'Y' TO CustomerEOF
                 NOT AT END
                    MOVE IDNum TO MovedCustID
                    MOVE Street TO MovedStreet
                    MOVE Zip TO MovedZip
                    PERFORM FindMoved
                    IF NoMailFlag = 'Y' OR NoMktgFlag = 'Y'
                       ADD 1 TO SkippedOptOut
                    ELSE
                    IF MovedFlag = 'Y'
                       ADD 1 TO SkippedMoved
                    ELSE
                    IF Street = SPACE AND City = SPACE
                       AND State = SPACE AND Zip = ZERO
                       ADD 1 TO SkippedNoAddress
                       DISPLAY "Skipped, No Address On File : " IDNum
                    ELSE
                       MOVE IDNum TO SegCustID
                       PERFORM FindSegment
                       IF (StateFilter = SPACE OR
                          FUNCTION UPPER-CASE(State) =
                          FUNCTION UPPER-CASE(StateFilter))
                          AND (SegmentFilter = SPACE OR
                          SegCode = SegmentFilter)
                          MOVE Zip TO WSortZip
                          MOVE Street TO WSortStreet
                          MOVE City TO WSortCity
                       END-IF
                    END-IF
                    END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF CustomerStatus NOT = "35" AND CustomerStatus NOT = "91"
