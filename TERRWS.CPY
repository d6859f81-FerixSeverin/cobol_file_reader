      *> Work fields for TERRPROC.CPY. The program declares
      *> TerritoryFile, TerrRepFile and CustTerrFile with the FILE
      *> STATUS fields below.
       01 TerritoryStatus PIC XX VALUE "00".
       01 TerrRepStatus PIC XX VALUE "00".
       01 CustTerrStatus PIC XX VALUE "00".
       01 TerrEOF PIC X.
       01 TerrCount PIC 9(3) VALUE ZERO.
       01 TerrTable.
           02 TerrEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON TerrCount
                 INDEXED BY TRX.
              03 XRCode PIC X(4).
              03 XRDesc PIC X(20).
              03 XRZipFrom PIC 9(5).
              03 XRZipTo PIC 9(5).
       01 RepHistCount PIC 9(4) VALUE ZERO.
       01 RepHistTable.
           02 RepHistEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON RepHistCount
                 INDEXED BY RHX.
              03 XHCode PIC X(4).
              03 XHRep PIC X(8).
              03 XHFromDate PIC 9(8).
       01 TerrOvrCount PIC 9(4) VALUE ZERO.
       01 TerrOvrTable.
           02 TerrOvrEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON TerrOvrCount
                 INDEXED BY TOX.
              03 XOCustID PIC 9(5).
              03 XOCode PIC X(4).
              03 XOFromDate PIC 9(8).
       01 TerrCustID PIC 9(5).
       01 TerrZip PIC 9(5).
       01 TerrDate PIC 9(8).
       01 TerrCode PIC X(4).
       01 TerrDesc PIC X(20).
       01 TerrRep PIC X(8).
       01 TerrFound PIC X.
       01 TerrOverridden PIC X.
       01 TerrBestDate PIC 9(8).
