      *> Sales territories and their dated rep and customer histories.
      *> PERFORM LoadTerritories once; FindTerritory places TerrCustID
      *> on TerrDate, FindTerrRep gives the rep for TerrCode.
       LoadTerritories.
           MOVE ZERO TO TerrCount RepHistCount TerrOvrCount
           MOVE 'N' TO TerrEOF
           OPEN INPUT TerritoryFile
           IF TerritoryStatus NOT = "00"
              MOVE 'Y' TO TerrEOF
           END-IF
           PERFORM UNTIL TerrEOF = 'Y'
              READ TerritoryFile
                 AT END MOVE 'Y' TO TerrEOF
                 NOT AT END
                    IF TerrCount < 200 AND TRCode NOT = SPACES
                       AND TRZipFrom IS NUMERIC
                       AND TRZipTo IS NUMERIC
                       ADD 1 TO TerrCount
                       SET TRX TO TerrCount
                       MOVE FUNCTION UPPER-CASE(TRCode) TO XRCode(TRX)
                       MOVE TRDesc TO XRDesc(TRX)
                       MOVE TRZipFrom TO XRZipFrom(TRX)
                       MOVE TRZipTo TO XRZipTo(TRX)
                    END-IF
              END-READ
           END-PERFORM
           IF TerritoryStatus NOT = "35"
              CLOSE TerritoryFile
           END-IF
           MOVE 'N' TO TerrEOF
           OPEN INPUT TerrRepFile
           IF TerrRepStatus NOT = "00"
              MOVE 'Y' TO TerrEOF
           END-IF
           PERFORM UNTIL TerrEOF = 'Y'
              READ TerrRepFile
                 AT END MOVE 'Y' TO TerrEOF
                 NOT AT END
                    IF RepHistCount < 2000 AND TPFromDate IS NUMERIC
                       ADD 1 TO RepHistCount
                       SET RHX TO RepHistCount
                       MOVE FUNCTION UPPER-CASE(TPCode) TO XHCode(RHX)
                       MOVE TPRep TO XHRep(RHX)
                       MOVE TPFromDate TO XHFromDate(RHX)
                    END-IF
              END-READ
           END-PERFORM
           IF TerrRepStatus NOT = "35"
              CLOSE TerrRepFile
           END-IF
           MOVE 'N' TO TerrEOF
           OPEN INPUT CustTerrFile
           IF CustTerrStatus NOT = "00"
              MOVE 'Y' TO TerrEOF
           END-IF
           PERFORM UNTIL TerrEOF = 'Y'
              READ CustTerrFile
                 AT END MOVE 'Y' TO TerrEOF
                 NOT AT END
                    IF TerrOvrCount < 5000 AND CTCustID IS NUMERIC
                       AND CTFromDate IS NUMERIC
                       ADD 1 TO TerrOvrCount
                       SET TOX TO TerrOvrCount
                       MOVE CTCustID TO XOCustID(TOX)
                       MOVE FUNCTION UPPER-CASE(CTCode) TO XOCode(TOX)
                       MOVE CTFromDate TO XOFromDate(TOX)
                    END-IF
              END-READ
           END-PERFORM
           IF CustTerrStatus NOT = "35"
              CLOSE CustTerrFile
           END-IF.

       FindTerritory.
           MOVE 'N' TO TerrFound
           MOVE 'N' TO TerrOverridden
           MOVE SPACES TO TerrCode TerrDesc TerrRep
           MOVE ZERO TO TerrBestDate
           PERFORM VARYING TOX FROM 1 BY 1 UNTIL TOX > TerrOvrCount
              IF XOCustID(TOX) = TerrCustID
                 AND XOFromDate(TOX) <= TerrDate
                 AND XOFromDate(TOX) >= TerrBestDate
                 MOVE XOFromDate(TOX) TO TerrBestDate
                 MOVE XOCode(TOX) TO TerrCode
                 MOVE 'Y' TO TerrOverridden
              END-IF
           END-PERFORM
           IF TerrCode = SPACES
              MOVE 'N' TO TerrOverridden
              PERFORM VARYING TRX FROM 1 BY 1
                 UNTIL TRX > TerrCount OR TerrCode NOT = SPACES
                 IF TerrZip >= XRZipFrom(TRX)
                    AND TerrZip <= XRZipTo(TRX)
                    MOVE XRCode(TRX) TO TerrCode
                 END-IF
              END-PERFORM
           END-IF
           IF TerrCode = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO TerrFound
           PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TerrCount
              IF XRCode(TRX) = TerrCode
                 MOVE XRDesc(TRX) TO TerrDesc
              END-IF
           END-PERFORM
           PERFORM FindTerrRep.

       FindTerrRep.
           MOVE SPACES TO TerrRep
           MOVE ZERO TO TerrBestDate
           PERFORM VARYING RHX FROM 1 BY 1 UNTIL RHX > RepHistCount
              IF XHCode(RHX) = TerrCode
                 AND XHFromDate(RHX) <= TerrDate
                 AND XHFromDate(RHX) >= TerrBestDate
                 MOVE XHFromDate(RHX) TO TerrBestDate
                 MOVE XHRep(RHX) TO TerrRep
              END-IF
           END-PERFORM.
