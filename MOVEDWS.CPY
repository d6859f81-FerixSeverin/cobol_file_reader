      *> Work fields for MOVEDPROC.CPY. The program declares MovedFile
      *> (Moved.dat) with FILE STATUS IS MovedStatus.
       01 MovedStatus PIC XX VALUE "00".
       01 MovedEOF PIC X.
       01 MovedCount PIC 9(5) VALUE ZERO.
       01 MovedTable.
           02 MovedEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON MovedCount
                 INDEXED BY MVX.
              03 XMCustID PIC 9(5).
              03 XMStreet PIC X(20).
              03 XMZip PIC 9(5).
       01 MovedCustID PIC 9(5).
       01 MovedStreet PIC X(20).
       01 MovedZip PIC 9(5).
       01 MovedFlag PIC X.
