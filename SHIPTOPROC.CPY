      *> Ship-to addresses from ShipTo.dat and the one each order used
      *> on OrderShipTo.dat. PERFORM LoadShipTos once, then FindShipTo
      *> or PickShipTo.
       LoadShipTos.
           MOVE ZERO TO ShipToCount
           MOVE 'N' TO ShipToEOF
           OPEN INPUT ShipToFile
           IF ShipToStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ShipToEOF = 'Y'
              READ ShipToFile
                 AT END MOVE 'Y' TO ShipToEOF
                 NOT AT END
                    IF ShipToCount < 3000
                       AND SACustID IS NUMERIC
                       AND SAShipNum IS NUMERIC
                       AND SAShipNum > ZERO
                       ADD 1 TO ShipToCount
                       SET SAX TO ShipToCount
                       MOVE SACustID TO XACustID(SAX)
                       MOVE SAShipNum TO XAShipNum(SAX)
                       MOVE SAName TO XAName(SAX)
                       MOVE SAStreet TO XAStreet(SAX)
                       MOVE SACity TO XACity(SAX)
                       MOVE FUNCTION UPPER-CASE(SAState)
                          TO XAState(SAX)
                       IF SAZip IS NUMERIC
                          MOVE SAZip TO XAZip(SAX)
                       ELSE
                          MOVE ZERO TO XAZip(SAX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ShipToFile.

       FindShipTo.
           MOVE 'N' TO ShipToFound
           MOVE SPACES TO ShipToName ShipToStreet ShipToCity
              ShipToState
           MOVE ZERO TO ShipToZip
           IF ShipToNum = ZERO OR ShipToCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET SAX TO 1
           SEARCH ShipToEntry
              AT END CONTINUE
              WHEN XACustID(SAX) = ShipToCustID
                 AND XAShipNum(SAX) = ShipToNum
                 MOVE 'Y' TO ShipToFound
                 MOVE XAName(SAX) TO ShipToName
                 MOVE XAStreet(SAX) TO ShipToStreet
                 MOVE XACity(SAX) TO ShipToCity
                 MOVE XAState(SAX) TO ShipToState
                 MOVE XAZip(SAX) TO ShipToZip
           END-SEARCH.

       PickShipTo.
           MOVE ZERO TO ShipToNum ShipToListed
           MOVE 'N' TO ShipToFound
           PERFORM VARYING SAX FROM 1 BY 1 UNTIL SAX > ShipToCount
              IF XACustID(SAX) = ShipToCustID
                 IF ShipToListed = ZERO
                    DISPLAY "Ship-To Addresses :"
                 END-IF
                 ADD 1 TO ShipToListed
                 DISPLAY "  " XAShipNum(SAX) "  "
                    FUNCTION TRIM(XAName(SAX)) ", "
                    FUNCTION TRIM(XAStreet(SAX)) ", "
                    FUNCTION TRIM(XACity(SAX)) " "
                    XAState(SAX) " " XAZip(SAX)
              END-IF
           END-PERFORM
           IF ShipToListed = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ShipToPicked
           PERFORM UNTIL ShipToPicked = 'Y'
              DISPLAY "Ship-To Number (0 = Mail Address) : "
                 WITH NO ADVANCING
              MOVE SPACES TO ShipToText
              ACCEPT ShipToText
              IF ShipToText = SPACES
                 MOVE "0" TO ShipToText
              END-IF
              IF FUNCTION TRIM(ShipToText) IS NOT NUMERIC
                 DISPLAY "Ship-To Number Not Valid"
              ELSE
                 MOVE FUNCTION NUMVAL(ShipToText) TO ShipToNum
                 PERFORM FindShipTo
                 IF ShipToNum = ZERO OR ShipToFound = 'Y'
                    MOVE 'Y' TO ShipToPicked
                 ELSE
                    DISPLAY "Ship-To " ShipToNum " Not On File For "
                       "Customer " ShipToCustID
                 END-IF
              END-IF
           END-PERFORM.

       WriteOrderShipTo.
           IF ShipToFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND OrderShipFile
           IF OrderShipStatus = "35"
              OPEN OUTPUT OrderShipFile
           END-IF
           IF OrderShipStatus NOT = "00"
              DISPLAY "Unable To Open OrderShipTo.dat, Status "
                 OrderShipStatus
              EXIT PARAGRAPH
           END-IF
           MOVE ShipToOrdNum TO OXOrdNum
           MOVE ShipToCustID TO OXCustID
           MOVE ShipToNum TO OXShipNum
           MOVE ShipToName TO OXName
           MOVE ShipToStreet TO OXStreet
           MOVE ShipToCity TO OXCity
           MOVE ShipToState TO OXState
           MOVE ShipToZip TO OXZip
           WRITE OrderShipRecord
           IF OrderShipStatus NOT = "00"
              DISPLAY "Unable To Write OrderShipTo.dat, Status "
                 OrderShipStatus
           END-IF
           CLOSE OrderShipFile.

       GetOrderShipTo.
           MOVE 'N' TO ShipToFound
           MOVE ZERO TO ShipToNum ShipToZip
           MOVE SPACES TO ShipToName ShipToStreet ShipToCity
              ShipToState
           MOVE 'N' TO ShipToEOF
           OPEN INPUT OrderShipFile
           IF OrderShipStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ShipToEOF = 'Y'
              READ OrderShipFile
                 AT END MOVE 'Y' TO ShipToEOF
                 NOT AT END
                    IF OXOrdNum IS NUMERIC
                       AND OXOrdNum = ShipToOrdNum
                       MOVE 'Y' TO ShipToFound
                       MOVE OXCustID TO ShipToCustID
                       MOVE OXShipNum TO ShipToNum
                       MOVE OXName TO ShipToName
                       MOVE OXStreet TO ShipToStreet
                       MOVE OXCity TO ShipToCity
                       MOVE OXState TO ShipToState
                       MOVE OXZip TO ShipToZip
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OrderShipFile.
