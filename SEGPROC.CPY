      *> Customer segments written by RFM_SCORE to Segment.dat. PERFORM
      *> LoadSegments once; set SegCustID and PERFORM FindSegment for
      *> SegCode (spaces when not scored).
       LoadSegments.
           MOVE ZERO TO SegCount
           MOVE 'N' TO SegmentLoaded
           MOVE 'N' TO SegmentEOF
           OPEN INPUT SegmentFile
           IF SegmentStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO SegmentLoaded
           PERFORM UNTIL SegmentEOF = 'Y'
              READ SegmentFile
                 AT END MOVE 'Y' TO SegmentEOF
                 NOT AT END
                    IF SegCount < 20000 AND SGCustID IS NUMERIC
                       IF SegCount = 0
                          OR SGCustID > XSCustID(SegCount)
                          ADD 1 TO SegCount
                          MOVE SGCustID TO XSCustID(SegCount)
                          MOVE SGSegment TO XSSegment(SegCount)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SegmentFile.

       FindSegment.
           MOVE SPACES TO SegCode
           IF SegCount = 0
              EXIT PARAGRAPH
           END-IF
           SEARCH ALL SegEntry
              AT END CONTINUE
              WHEN XSCustID(SGX) = SegCustID
                 MOVE XSSegment(SGX) TO SegCode
           END-SEARCH.
