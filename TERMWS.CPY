      *> Work fields for TERMPROC.CPY. The program declares TermFile
      *> (Term.dat) with FILE STATUS IS TermFileStatus.
       01 TermFileStatus PIC XX VALUE "00".
       01 TermEOF PIC X.
       01 TermCount PIC 9(3) VALUE ZERO.
       01 TermTable.
           02 TermEntry OCCURS 0 TO 100 TIMES
                 DEPENDING ON TermCount
                 INDEXED BY TMX.
              03 XMCode PIC X(6).
              03 XMTitle PIC X(20).
              03 XMStart PIC 9(8).
              03 XMEnd PIC 9(8).
              03 XMAddDrop PIC 9(8).
              03 XMGradeBy PIC 9(8).
              03 XMStatus PIC X.
       01 TermCode PIC X(6).
       01 TermTitle PIC X(20).
       01 TermStart PIC 9(8).
       01 TermEnd PIC 9(8).
       01 TermAddDrop PIC 9(8).
       01 TermGradeBy PIC 9(8).
       01 TermStatus PIC X.
       01 TermFound PIC X.
       01 OpenTermCount PIC 9(3).
       01 PriorTermCode PIC X(6).
       01 TermWorkStart PIC 9(8).
