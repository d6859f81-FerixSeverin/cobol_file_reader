      *> Sales budget by year, category and month from Budget.dat.
      *> PERFORM LoadBudgets once; set BudgetYear and BudgetCategory and
      *> PERFORM FindBudget for BudgetFound and BGX.
       LoadBudgets.
           MOVE ZERO TO BudgetCount
           MOVE 'N' TO BudgetEOF
           OPEN INPUT BudgetFile
           IF BudgetStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BudgetEOF = 'Y'
              READ BudgetFile
                 AT END MOVE 'Y' TO BudgetEOF
                 NOT AT END
                    IF BudgetCount < 500 AND BDYear IS NUMERIC
                       AND BDCategory NOT = SPACES
                       ADD 1 TO BudgetCount
                       SET BGX TO BudgetCount
                       MOVE BDYear TO XBYear(BGX)
                       MOVE FUNCTION UPPER-CASE(BDCategory)
                          TO XBCategory(BGX)
                       PERFORM VARYING BudgetMonth FROM 1 BY 1
                          UNTIL BudgetMonth > 12
                          IF BDMonthAmt(BudgetMonth) IS NUMERIC
                             MOVE BDMonthAmt(BudgetMonth)
                                TO XBMonthAmt(BGX BudgetMonth)
                          ELSE
                             MOVE ZERO TO XBMonthAmt(BGX BudgetMonth)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BudgetFile.

       FindBudget.
           MOVE 'N' TO BudgetFound
           IF BudgetCount = 0
              EXIT PARAGRAPH
           END-IF
           SET BGX TO 1
           SEARCH BudgetEntry
              AT END CONTINUE
              WHEN XBYear(BGX) = BudgetYear
                 AND XBCategory(BGX) = BudgetCategory
                 MOVE 'Y' TO BudgetFound
           END-SEARCH.
