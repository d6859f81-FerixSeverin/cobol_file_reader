      *> Bill-to accounts: BillTo.dat links a branch to the head office
      *> that pays for it. PERFORM LoadBillToTable once; FindBillTo sets
      *> BillToID from BillToWanted, CheckBillToParent BillToIsParent.
       LoadBillToTable.
           MOVE ZERO TO BillToCount
           MOVE 'N' TO BillToEOF
           OPEN INPUT BillToFile
           IF BillToStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BillToEOF = 'Y'
              READ BillToFile
                 AT END MOVE 'Y' TO BillToEOF
                 NOT AT END
                    IF BillToCount < 2000
                       AND BRBranchID IS NUMERIC
                       AND BRParentID IS NUMERIC
                       AND BRBranchID NOT = BRParentID
                       ADD 1 TO BillToCount
                       SET HX TO BillToCount
                       MOVE BRBranchID TO HTBranchID(HX)
                       MOVE BRParentID TO HTParentID(HX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BillToFile.

       FindBillTo.
           MOVE BillToWanted TO BillToID
           MOVE 'N' TO BillToIsBranch
           IF BillToCount > 0
              SET HX TO 1
              SEARCH BillToEntry
                 AT END CONTINUE
                 WHEN HTBranchID(HX) = BillToWanted
                    MOVE HTParentID(HX) TO BillToID
                    MOVE 'Y' TO BillToIsBranch
              END-SEARCH
           END-IF.

       CheckBillToParent.
           MOVE 'N' TO BillToIsParent
           IF BillToCount > 0
              SET HX TO 1
              SEARCH BillToEntry
                 AT END CONTINUE
                 WHEN HTParentID(HX) = BillToWanted
                    MOVE 'Y' TO BillToIsParent
              END-SEARCH
           END-IF.
