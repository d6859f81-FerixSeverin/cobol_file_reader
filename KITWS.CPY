      *> Work fields for KITPROC.CPY and KITSTOCK.CPY. It also declares
      *> KitCompFile (KitComp.dat) with FILE STATUS IS KitCompStatus.
       01 KitCompStatus PIC XX VALUE "00".
       01 KitCompEOF PIC X.
       01 KitCount PIC 9(4) VALUE ZERO.
       01 KitTable.
           02 KitEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON KitCount
                 INDEXED BY KX.
              03 KTKitName PIC X(10).
              03 KTCompName PIC X(10).
              03 KTCompSize PIC A.
              03 KTCompQty PIC 9(3).
       01 KitWanted PIC X(10).
       01 KitFound PIC X.
       01 StockProdName PIC X(10).
       01 StockSize PIC A.
       01 StockQty PIC 9(5).
       01 StockAction PIC X.
       01 StockSizeOK PIC X.
       01 LineAvail PIC 9(5).
       01 LineOverflow PIC 9(5).
       01 CompProdName PIC X(10).
       01 CompSize PIC A.
       01 CompQty PIC 9(7).
       01 CompAvail PIC 9(7).
