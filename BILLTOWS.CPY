      *> Work fields for BILLTOPROC.CPY. COPY into WORKING-STORAGE of
      *> any program that COPYs BILLTOPROC; it also declares BillToFile
      *> (BillTo.dat) with FILE STATUS IS BillToStatus.
       01 BillToStatus PIC XX VALUE "00".
       01 BillToEOF PIC X.
       01 BillToCount PIC 9(4) VALUE ZERO.
       01 BillToTable.
           02 BillToEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON BillToCount
                 INDEXED BY HX.
              03 HTBranchID PIC 9(5).
              03 HTParentID PIC 9(5).
       01 BillToWanted PIC 9(5).
       01 BillToID PIC 9(5).
       01 BillToIsBranch PIC X.
       01 BillToIsParent PIC X.
