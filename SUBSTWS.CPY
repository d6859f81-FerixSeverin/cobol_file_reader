      *> Work fields for SUBSTPROC.CPY. The program declares SubstFile
      *> (Substitute.dat) with FILE STATUS IS SubstStatus.
       01 SubstStatus PIC XX VALUE "00".
       01 SubstEOF PIC X.
       01 SubstCount PIC 9(4) VALUE ZERO.
       01 SubstTable.
           02 SubstEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON SubstCount
                 INDEXED BY SQX.
              03 XQProdName PIC X(10).
              03 XQSubName PIC X(10).
       01 SubstWanted PIC X(10).
       01 SubstFound PIC X.
       01 SubstName PIC X(10).
       01 SubstLook PIC X(10).
       01 SubstHops PIC 99.
       01 SubstOperator PIC X(8).
