      *> Work fields for SEGPROC.CPY. The program declares SegmentFile
      *> (Segment.dat) with FILE STATUS IS SegmentStatus.
       01 SegmentStatus PIC XX VALUE "00".
       01 SegmentEOF PIC X.
       01 SegmentLoaded PIC X VALUE 'N'.
       01 SegCount PIC 9(5) VALUE ZERO.
       01 SegTable.
           02 SegEntry OCCURS 0 TO 20000 TIMES
                 DEPENDING ON SegCount
                 ASCENDING KEY IS XSCustID
                 INDEXED BY SGX.
              03 XSCustID PIC 9(5).
              03 XSSegment PIC X(8).
       01 SegmentFilter PIC X(8) VALUE SPACE.
       01 SegCustID PIC 9(5).
       01 SegCode PIC X(8).
