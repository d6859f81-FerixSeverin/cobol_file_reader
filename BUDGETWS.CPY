      *> Work fields for BUDGETPROC.CPY. The program declares BudgetFile
      *> (Budget.dat) with FILE STATUS IS BudgetStatus.
       01 BudgetStatus PIC XX VALUE "00".
       01 BudgetEOF PIC X.
       01 BudgetCount PIC 9(3) VALUE ZERO.
       01 BudgetTable.
           02 BudgetEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON BudgetCount
                 INDEXED BY BGX.
              03 XBYear PIC 9(4).
              03 XBCategory PIC X(6).
              03 XBMonthAmt PIC 9(9)V99 OCCURS 12 TIMES.
       01 BudgetYear PIC 9(4).
       01 BudgetCategory PIC X(6).
       01 BudgetFound PIC X.
       01 BudgetMonth PIC 99.
