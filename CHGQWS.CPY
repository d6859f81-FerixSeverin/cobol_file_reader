      *> Work fields for CHGQPROC.CPY. The program declares ChgQueueFile
      *> (CustChange.dat) with FILE STATUS IS ChgQStatus.
       01 ChgQStatus PIC XX VALUE "00".
       01 ChgQEOF PIC X.
       01 ChgQSeq PIC 9(7).
       01 ChgQCustID PIC 9(5).
       01 ChgQField PIC X(5).
       01 ChgQOldValue PIC X(42).
       01 ChgQNewValue PIC X(42).
       01 ChgQOperator PIC X(8).
       01 ChgQQueued PIC X.

       01 ChgValue PIC X(42).
       01 ChgValueAddr REDEFINES ChgValue.
           02 CVStreet PIC X(20).
           02 CVCity PIC X(15).
           02 CVState PIC X(2).
           02 CVZip PIC 9(5).
       01 ChgValueTax REDEFINES ChgValue.
           02 CVTaxID PIC 9(9).
           02 FILLER PIC X(33).
       01 ChgValueLimit REDEFINES ChgValue.
           02 CVLimit PIC 9(7)V99.
           02 FILLER PIC X(33).
       01 ChgValuePref REDEFINES ChgValue.
           02 CVNoMail PIC X.
           02 CVNoMktg PIC X.
           02 FILLER PIC X(40).
