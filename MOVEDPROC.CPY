      *> Customers flagged on Moved.dat as gone with no forwarding
      *> address. PERFORM LoadMoved once; set MovedCustID, MovedStreet
      *> and MovedZip and PERFORM FindMoved for MovedFlag.
       LoadMoved.
           MOVE ZERO TO MovedCount
           MOVE 'N' TO MovedEOF
           OPEN INPUT MovedFile
           IF MovedStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MovedEOF = 'Y'
              READ MovedFile
                 AT END MOVE 'Y' TO MovedEOF
                 NOT AT END
                    IF MovedCount < 5000 AND MVCustID IS NUMERIC
                       AND MVZip IS NUMERIC
                       ADD 1 TO MovedCount
                       SET MVX TO MovedCount
                       MOVE MVCustID TO XMCustID(MVX)
                       MOVE FUNCTION UPPER-CASE(MVStreet)
                          TO XMStreet(MVX)
                       MOVE MVZip TO XMZip(MVX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MovedFile.

       FindMoved.
           MOVE 'N' TO MovedFlag
           IF MovedCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET MVX TO 1
           SEARCH MovedEntry
              AT END CONTINUE
              WHEN XMCustID(MVX) = MovedCustID
                 AND XMStreet(MVX) = FUNCTION UPPER-CASE(MovedStreet)
                 AND XMZip(MVX) = MovedZip
                 MOVE 'Y' TO MovedFlag
           END-SEARCH.
