      *> Bin assignment at the terminal; needs BINPROC.CPY. Set
      *> BinProdWanted and BinLocWanted and PERFORM PromptForBin; Enter
      *> keeps the current bin.
       PromptForBin.
           PERFORM FindBin
           IF BinFound = 'Y'
              DISPLAY "Bin At Location " BinLocWanted
                 " (Enter = " BinCode ") : " WITH NO ADVANCING
           ELSE
              DISPLAY "Bin At Location " BinLocWanted
                 " (Enter = None) : " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO BinEntered
           ACCEPT BinEntered
           MOVE FUNCTION UPPER-CASE(BinEntered) TO BinEntered
           IF BinEntered = SPACES OR BinEntered = BinCode
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO BNWalkSeq
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BinCount
              IF BTLoc(BX) = BinLocWanted AND BTBin(BX) = BinEntered
                 AND BNWalkSeq = ZERO
                 MOVE BTWalkSeq(BX) TO BNWalkSeq
              END-IF
           END-PERFORM
           IF BNWalkSeq = ZERO
              DISPLAY "New Bin, Walk Sequence (1-99998) : "
                 WITH NO ADVANCING
              ACCEPT BNWalkSeq
              IF BNWalkSeq IS NOT NUMERIC
                 OR BNWalkSeq = ZERO OR BNWalkSeq > 99998
                 MOVE 99998 TO BNWalkSeq
                 DISPLAY "Bin Walked Last Until Sequenced"
              END-IF
           END-IF
           PERFORM FindBin
           IF BinFound = 'Y'
              PERFORM VARYING BinMoveIx FROM BX BY 1
                 UNTIL BinMoveIx >= BinCount
                 MOVE BinEntry(BinMoveIx + 1) TO BinEntry(BinMoveIx)
              END-PERFORM
              SUBTRACT 1 FROM BinCount
           END-IF
           IF BinCount >= 2000
              DISPLAY "Bin Table Full, Bin Not Recorded"
              EXIT PARAGRAPH
           END-IF
           MOVE BinLocWanted TO BNLoc
           MOVE BinEntered TO BNBin
           MOVE BinProdWanted TO BNProdName
           PERFORM InsertBinEntry
           PERFORM RewriteBinFile
           DISPLAY BinProdWanted " Now In Bin " BinEntered
              " At Location " BinLocWanted.

       RewriteBinFile.
           OPEN OUTPUT BinLocWork
           IF BinWorkStatus NOT = "00"
              DISPLAY "Unable To Open BinLoc.tmp, Status "
                 BinWorkStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BinCount
              WRITE BinLocWorkRecord FROM BinEntry(BX)
              IF BinWorkStatus NOT = "00"
                 DISPLAY "Unable To Write BinLoc.tmp, Status "
                    BinWorkStatus
              END-IF
           END-PERFORM
           CLOSE BinLocWork
           MOVE 'N' TO BinWorkEOF
           OPEN INPUT BinLocWork
           IF BinWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen BinLoc.tmp, Status "
                 BinWorkStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BinLocFile
           IF BinLocStatus NOT = "00"
              DISPLAY "Unable To Rewrite BinLoc.dat, Status "
                 BinLocStatus
              CLOSE BinLocWork
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BinWorkEOF = 'Y'
              READ BinLocWork
                 AT END MOVE 'Y' TO BinWorkEOF
                 NOT AT END
                    WRITE BinLocRecord FROM BinLocWorkRecord
                    IF BinLocStatus NOT = "00"
                       DISPLAY "Unable To Write BinLoc.dat, Status "
                          BinLocStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BinLocWork, BinLocFile.
