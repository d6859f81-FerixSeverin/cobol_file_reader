      *> Work fields for BINPROC.CPY and BINMAINT.CPY. It also declares
      *> BinLocFile (BinLoc.dat) with FILE STATUS IS BinLocStatus and
      *> BinLocWork (BinLoc.tmp) with FILE STATUS IS BinWorkStatus.
       01 BinLocStatus PIC XX VALUE "00".
       01 BinWorkStatus PIC XX VALUE "00".
       01 BinLocEOF PIC X.
       01 BinWorkEOF PIC X.
       01 BinCount PIC 9(4) VALUE ZERO.
       01 BinTable.
           02 BinEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON BinCount
                 INDEXED BY BX.
              03 BTLoc PIC 9.
              03 BTWalkSeq PIC 9(5).
              03 BTBin PIC X(8).
              03 BTProdName PIC X(10).
       01 BinNewEntry.
           02 BNLoc PIC 9.
           02 BNWalkSeq PIC 9(5).
           02 BNBin PIC X(8).
           02 BNProdName PIC X(10).
       01 BinInsertAt PIC 9(4).
       01 BinMoveIx PIC 9(4).
       01 BinProdWanted PIC X(10).
       01 BinLocWanted PIC 9.
       01 BinFound PIC X.
       01 BinCode PIC X(8).
       01 BinWalkSeq PIC 9(5).
       01 BinEntered PIC X(8).
