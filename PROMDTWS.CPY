      *> Work fields for PROMDTPROC.CPY. The program declares
      *> PromCalFile, PromPOFile, PromSuppFile and OrderPromFile with
      *> the FILE STATUS fields below.
       01 PromCalStatus PIC XX VALUE "00".
       01 PromPOStatus PIC XX VALUE "00".
       01 PromSuppStatus PIC XX VALUE "00".
       01 OrderPromStatus PIC XX VALUE "00".
       01 PromEOF PIC X.
       01 PromHolCount PIC 9(3) VALUE ZERO.
       01 PromHolTable.
           02 PromHolEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON PromHolCount
                 INDEXED BY PHX.
              03 XWDate PIC 9(8).
       01 PromPOCount PIC 9(4) VALUE ZERO.
       01 PromPOTable.
           02 PromPOEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON PromPOCount
                 INDEXED BY PUX.
              03 XUProdName PIC X(10).
              03 XUExpDate PIC 9(8).
       01 PromLeadCount PIC 9(4) VALUE ZERO.
       01 PromLeadTable.
           02 PromLeadEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON PromLeadCount
                 INDEXED BY PVX.
              03 XVProdName PIC X(10).
              03 XVLeadDays PIC 9(3).
       01 PromHandleDays PIC 9(2) VALUE 1.
       01 PromNoSuppDays PIC 9(3) VALUE 30.
       01 PromDaysText PIC X(5).
       01 PromToday PIC 9(8).
       01 PromStartDate PIC 9(8).
       01 PromDays PIC 9(3).
       01 PromDate PIC 9(8).
       01 PromInt PIC 9(7).
       01 PromDow PIC 9.
       01 PromBizDay PIC X.
       01 PromCounted PIC 9(3).
       01 PromProdName PIC X(10).
       01 PromRecvDate PIC 9(8).
       01 PromLineBasis PIC X.
       01 PromOrdNum PIC 9(7).
       01 PromCustID PIC 9(5).
       01 PromShipDate PIC 9(8).
       01 PromBackDate PIC 9(8).
       01 PromBasis PIC X.
