      *> Work fields for SHIPTOPROC.CPY. The program declares ShipToFile
      *> (ShipTo.dat) and OrderShipFile (OrderShipTo.dat) with
      *> ShipToStatus and OrderShipStatus.
       01 ShipToStatus PIC XX VALUE "00".
       01 OrderShipStatus PIC XX VALUE "00".
       01 ShipToEOF PIC X.
       01 ShipToCount PIC 9(4) VALUE ZERO.
       01 ShipToTable.
           02 ShipToEntry OCCURS 0 TO 3000 TIMES
                 DEPENDING ON ShipToCount
                 INDEXED BY SAX.
              03 XACustID PIC 9(5).
              03 XAShipNum PIC 99.
              03 XAName PIC X(30).
              03 XAStreet PIC X(20).
              03 XACity PIC X(15).
              03 XAState PIC X(2).
              03 XAZip PIC 9(5).
       01 ShipToCustID PIC 9(5).
       01 ShipToNum PIC 99.
       01 ShipToOrdNum PIC 9(7).
       01 ShipToFound PIC X.
       01 ShipToName PIC X(30).
       01 ShipToStreet PIC X(20).
       01 ShipToCity PIC X(15).
       01 ShipToState PIC X(2).
       01 ShipToZip PIC 9(5).
       01 ShipToListed PIC 99.
       01 ShipToPicked PIC X.
       01 ShipToText PIC X(4).
