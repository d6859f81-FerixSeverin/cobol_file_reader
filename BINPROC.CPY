      *> Bin locations and walk sequence from BinLoc.dat. PERFORM
      *> LoadBinTable once; set BinProdWanted and BinLocWanted and
      *> PERFORM FindBin for BinCode and BinWalkSeq.
       LoadBinTable.
           MOVE ZERO TO BinCount
           MOVE 'N' TO BinLocEOF
           OPEN INPUT BinLocFile
           IF BinLocStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BinLocEOF = 'Y'
              READ BinLocFile
                 AT END MOVE 'Y' TO BinLocEOF
                 NOT AT END
                    IF BinCount < 2000
                       AND (BLLoc = 1 OR BLLoc = 2)
                       AND BLProdName NOT = SPACES
                       MOVE BLLoc TO BNLoc
                       IF BLWalkSeq IS NUMERIC
                          MOVE BLWalkSeq TO BNWalkSeq
                       ELSE
                          MOVE 99999 TO BNWalkSeq
                       END-IF
                       MOVE FUNCTION UPPER-CASE(BLBin) TO BNBin
                       MOVE BLProdName TO BNProdName
                       PERFORM InsertBinEntry
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BinLocFile.

       InsertBinEntry.
           MOVE 1 TO BinInsertAt
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BinCount
              IF BinEntry(BX) < BinNewEntry
                 SET BinInsertAt TO BX
                 ADD 1 TO BinInsertAt
              END-IF
           END-PERFORM
           ADD 1 TO BinCount
           PERFORM VARYING BinMoveIx FROM BinCount BY -1
              UNTIL BinMoveIx <= BinInsertAt
              MOVE BinEntry(BinMoveIx - 1) TO BinEntry(BinMoveIx)
           END-PERFORM
           MOVE BinNewEntry TO BinEntry(BinInsertAt).

       FindBin.
           MOVE 'N' TO BinFound
           MOVE SPACES TO BinCode
           MOVE 99999 TO BinWalkSeq
           IF BinCount > 0
              SET BX TO 1
              SEARCH BinEntry
                 AT END CONTINUE
                 WHEN BTProdName(BX) = BinProdWanted
                    AND BTLoc(BX) = BinLocWanted
                    MOVE 'Y' TO BinFound
                    MOVE BTBin(BX) TO BinCode
                    MOVE BTWalkSeq(BX) TO BinWalkSeq
              END-SEARCH
           END-IF.
