      *> Work fields for DUPPROC.CPY. The program declares
      *> OrderTransFile and DupSuspectFile (DupSuspect.dat) with the
      *> FILE STATUS fields below.
       01 DupSuspectStatus PIC XX VALUE "00".
       01 DupEOF PIC X.
       01 DupDaysText PIC X(5).
       01 DupDays PIC 9(3) VALUE 3.
       01 DupFromDate PIC 9(8).
       01 DupToday PIC 9(8).
       01 DupCount PIC 9(5) VALUE ZERO.
       01 DupFull PIC X VALUE 'N'.
       01 DupTable.
           02 DupEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON DupCount
                 INDEXED BY DUX.
              03 XDCustID PIC 9(5).
              03 XDProdName PIC X(10).
              03 XDSize PIC X.
              03 XDQty PIC 9(5).
              03 XDOrdNum PIC 9(7).
              03 XDDate PIC 9(8).
       01 DupCustID PIC 9(5).
       01 DupProdName PIC X(10).
       01 DupSize PIC X.
       01 DupQty PIC 9(5).
       01 DupSkipOrd PIC 9(7).
       01 DupFound PIC X.
       01 DupOrdNum PIC 9(7).
       01 DupDate PIC 9(8).
       01 DupNewOrd PIC 9(7).
       01 DupSource PIC X(8).
       01 DupOperator PIC X(8).
