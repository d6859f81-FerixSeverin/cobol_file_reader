           SELECT PackSlips ASSIGN TO "PackSlips.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PackSlipsStatus.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT BinLocFile ASSIGN TO "BinLoc.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BinLocStatus.
           SELECT PickSortFile ASSIGN TO "PickSort.tmp".
           SELECT KitCompFile ASSIGN TO "KitComp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitCompStatus.
           SELECT ShipToFile ASSIGN TO "ShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipToStatus.
           SELECT OrderShipFile ASSIGN TO "OrderShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderShipStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PackSlips.
       01 SlipLine PIC X(60).

       FD ProductFile.
       01 ProdMastRecord.
           02 PMProdName PIC X(10).
           02 PMProdSizes PIC A OCCURS 3 TIMES.
           02 PMProdPrice PIC 9(3)V99.
           02 PMQtyOnHand PIC 9(5).
           02 PMReorderPoint PIC 9(5).
           02 PMStatus PIC X.
           02 PMQtyLoc2 PIC 9(5).
           02 PMCategory PIC X(6).
           02 PMUnitCost PIC 9(3)V99.
           02 PMSizeStock OCCURS 3 TIMES.
              03 PMSizeOnHand PIC 9(5).
              03 PMSizeReorder PIC 9(5).
              03 PMSizeLoc2 PIC 9(5).
           02 PMQtyAlloc PIC 9(5).
           02 PMSizeAlloc PIC 9(5) OCCURS 3 TIMES.
           02 PMOrderQty PIC 9(5).

       FD BinLocFile.
       01 BinLocRecord.
           02 BLLoc PIC 9.
           02 BLWalkSeq PIC 9(5).
           02 BLBin PIC X(8).
           02 BLProdName PIC X(10).

       SD PickSortFile.
       01 PickSortRecord.
           02 PSLoc PIC 9.
           02 PSWalkSeq PIC 9(5).
           02 PSBin PIC X(8).
           02 PSProdName PIC X(10).
           02 PSQty PIC 9(7) OCCURS 4 TIMES.

       FD KitCompFile.
       01 KitCompRecord.
           02 KCKitName PIC X(10).
           02 KCCompName PIC X(10).
           02 KCCompSize PIC A.
           02 KCCompQty PIC 9(3).

       FD ShipToFile.
       01 ShipToRecord.
           02 SACustID PIC 9(5).
           02 SAShipNum PIC 99.
           02 SAName PIC X(30).
           02 SAStreet PIC X(20).
           02 SACity PIC X(15).
           02 SAState PIC X(2).
           02 SAZip PIC 9(5).

       FD OrderShipFile.
       01 OrderShipRecord.
           02 OXOrdNum PIC 9(7).
           02 OXCustID PIC 9(5).
           02 OXShipNum PIC 99.
           02 OXName PIC X(30).
           02 OXStreet PIC X(20).
           02 OXCity PIC X(15).
           02 OXState PIC X(2).
           02 OXZip PIC 9(5).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 SortedOrdersStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 PickListStatus PIC XX VALUE "00".
       01 PackSlipsStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
              03 PickQtyL PIC 9(7).
              03 PickQtyOther PIC 9(7).
       01 ProdSlotFound PIC X.
       01 ProdOpen PIC X VALUE 'N'.
       01 ProdOnFile PIC X.
       01 PickSortEOF PIC X.
       01 CurrentPickLoc PIC 9.
       01 SplitIx PIC 9.
       01 SplitSizeList PIC X(3) VALUE "SML".
       01 SplitSizeTable REDEFINES SplitSizeList.
           02 SplitSizeCode PIC A OCCURS 3 TIMES.
       01 SplitQtys.
           02 SplitQty PIC 9(7) OCCURS 4 TIMES.
       01 Loc1Qtys.
           02 Loc1Qty PIC 9(7) OCCURS 4 TIMES.
       01 Loc2Qtys.
           02 Loc2Qty PIC 9(7) OCCURS 4 TIMES.

       01 PickHeading.
           02 FILLER PIC X(20) VALUE "PICK LIST FOR ".
           02 PrnPickDate PIC 9(8).
       01 PickLocHeading.
           02 FILLER PIC X(9) VALUE "LOCATION ".
           02 PrnPickLoc PIC 9.
           02 FILLER PIC X(3) VALUE " - ".
           02 PrnPickLocName PIC X(8).
       01 PickHeads PIC X(60) VALUE
          "Bin      Product         S        M        L    Other".
       01 PickDetailLine.
           02 PrnPickBin PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPickProd PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPickS PIC ZZZZZZ9.
           02 PrnSlipSize PIC A.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnSlipQty PIC ZZZZ9.
       01 SlipCompLine.
           02 FILLER PIC X(7) VALUE "     - ".
           02 PrnCompProd PIC X(10).
           02 FILLER PIC XX VALUE SPACE.
           02 PrnCompSize PIC A.
           02 FILLER PIC XX VALUE SPACE.
           02 PrnCompQty PIC ZZZZZZ9.

       COPY SITEWS.
       COPY SIZEWS.
       COPY BINWS.
       COPY KITWS.
       COPY SHIPTOWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           PERFORM LoadKitTable
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE RunDate TO FulfillDate
           SORT WorkFile

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY BINPROC.

       COPY KITPROC.

       COPY SHIPTOPROC.

       RunFulfillment.
           OPEN INPUT SortedOrders.
           IF SortedOrdersStatus NOT = "00"
                 DISPLAY "Unable To Write PackSlips.rpt, Status "
                    PackSlipsStatus
              END-IF
              MOVE SOTProdName TO KitWanted
              PERFORM FindKit
              IF KitFound = 'Y'
                 MOVE SOTSize TO StockSize
                 MOVE SOTQty TO StockQty
                 PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KitCount
                    IF KTKitName(KX) = KitWanted
                       PERFORM SetKitComponent
                       PERFORM WriteSlipComponent
                       PERFORM TallyPick
                    END-IF
                 END-PERFORM
              ELSE
                 MOVE SOTProdName TO CompProdName
                 MOVE SOTSize TO CompSize
                 MOVE SOTQty TO CompQty
                 PERFORM TallyPick
              END-IF
           END-IF.

       WriteSlipComponent.
           MOVE CompProdName TO PrnCompProd
           MOVE CompSize TO PrnCompSize
           MOVE CompQty TO PrnCompQty
           WRITE SlipLine FROM SlipCompLine
           IF PackSlipsStatus NOT = "00"
              DISPLAY "Unable To Write PackSlips.rpt, Status "
                 PackSlipsStatus
           END-IF.

       WriteSlipHeading.
                 INTO NameLine
              END-STRING
              WRITE SlipLine FROM NameLine
           END-IF
           MOVE CurrentOrdNum TO ShipToOrdNum
           PERFORM GetOrderShipTo
           IF ShipToFound = 'Y'
              WRITE SlipLine FROM ShipToName
           ELSE
              IF CustomerOnFile = 'Y'
                 MOVE Street TO ShipToStreet
                 MOVE City TO ShipToCity
                 MOVE State TO ShipToState
                 MOVE Zip TO ShipToZip
              END-IF
           END-IF
           IF ShipToFound = 'Y' OR CustomerOnFile = 'Y'
              WRITE SlipLine FROM ShipToStreet
              MOVE ShipToZip TO ZipDisplay
              MOVE SPACES TO CityStateZip
              STRING FUNCTION TRIM(ShipToCity) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 ShipToState DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 ZipDisplay DELIMITED BY SIZE
                 INTO CityStateZip
              SET PK TO 1
              SEARCH PickEntry
                 AT END CONTINUE
                 WHEN PickProdName(PK) = CompProdName
                    MOVE 'Y' TO ProdSlotFound
              END-SEARCH
           END-IF
           IF ProdSlotFound = 'N'
              IF PickProdCount >= 50
                 DISPLAY "Pick Table Full, Product Lumped Under "
                    "Last Entry : " CompProdName
                 SET PK TO PickProdCount
              ELSE
                 ADD 1 TO PickProdCount
                 SET PK TO PickProdCount
                 MOVE CompProdName TO PickProdName(PK)
                 MOVE ZERO TO PickQtyS(PK) PickQtyM(PK)
                    PickQtyL(PK) PickQtyOther(PK)
              END-IF
           END-IF
           EVALUATE CompSize
              WHEN 'S' ADD CompQty TO PickQtyS(PK)
              WHEN 'M' ADD CompQty TO PickQtyM(PK)
              WHEN 'L' ADD CompQty TO PickQtyL(PK)
              WHEN OTHER ADD CompQty TO PickQtyOther(PK)
           END-EVALUATE.

       WritePickList.
           ELSE
              MOVE FulfillDate TO PrnPickDate
              WRITE PickLine FROM PickHeading
              IF PickListStatus NOT = "00"
                 DISPLAY "Unable To Write PickList.rpt, Status "
                    PickListStatus
              END-IF
              PERFORM LoadBinTable
              OPEN INPUT ProductFile
              IF ProductFileStatus = "00"
                 MOVE 'Y' TO ProdOpen
              ELSE
                 DISPLAY "Unable To Open ProdMast.dat, Status "
                    ProductFileStatus ", All Picks From Location 1"
              END-IF
              SORT PickSortFile
                 ON ASCENDING KEY PSLoc PSWalkSeq PSBin PSProdName
                 INPUT PROCEDURE IS SplitPicks
                 OUTPUT PROCEDURE IS PrintPicks
              IF ProdOpen = 'Y'
                 CLOSE ProductFile
                 MOVE 'N' TO ProdOpen
              END-IF
              CLOSE PickList
           END-IF.

       SplitPicks.
           PERFORM VARYING PK FROM 1 BY 1
              UNTIL PK > PickProdCount
              PERFORM SplitOnePick
           END-PERFORM.

       SplitOnePick.
           MOVE PickQtyS(PK) TO SplitQty(1)
           MOVE PickQtyM(PK) TO SplitQty(2)
           MOVE PickQtyL(PK) TO SplitQty(3)
           MOVE PickQtyOther(PK) TO SplitQty(4)
           MOVE SplitQtys TO Loc1Qtys
           MOVE ZERO TO Loc2Qty(1) Loc2Qty(2) Loc2Qty(3) Loc2Qty(4)
           MOVE 'N' TO ProdOnFile
           IF ProdOpen = 'Y'
              MOVE PickProdName(PK) TO PMProdName
              READ ProductFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO ProdOnFile
              END-READ
           END-IF
           IF ProdOnFile = 'Y'
              PERFORM SumSizeStock
              PERFORM SplitOneSize
                 VARYING SplitIx FROM 1 BY 1 UNTIL SplitIx > 3
           END-IF
           MOVE PickProdName(PK) TO BinProdWanted
           IF Loc1Qtys NOT = ZEROS
              MOVE 1 TO BinLocWanted
              MOVE Loc1Qtys TO SplitQtys
              PERFORM ReleasePick
           END-IF
           IF Loc2Qtys NOT = ZEROS
              MOVE 2 TO BinLocWanted
              MOVE Loc2Qtys TO SplitQtys
              PERFORM ReleasePick
           END-IF.

       SplitOneSize.
           MOVE SplitSizeCode(SplitIx) TO SizeWanted
           PERFORM FindSizeSlot
           IF SizeSlot > ZERO
              IF SplitQty(SplitIx) > PMSizeOnHand(SizeSlot)
                 MOVE PMSizeOnHand(SizeSlot) TO Loc1Qty(SplitIx)
                 COMPUTE Loc2Qty(SplitIx) =
                    SplitQty(SplitIx) - PMSizeOnHand(SizeSlot)
              END-IF
           END-IF.

       ReleasePick.
           PERFORM FindBin
           MOVE BinLocWanted TO PSLoc
           MOVE BinWalkSeq TO PSWalkSeq
           MOVE BinCode TO PSBin
           MOVE BinProdWanted TO PSProdName
           MOVE SplitQty(1) TO PSQty(1)
           MOVE SplitQty(2) TO PSQty(2)
           MOVE SplitQty(3) TO PSQty(3)
           MOVE SplitQty(4) TO PSQty(4)
           RELEASE PickSortRecord.

       PrintPicks.
           MOVE ZERO TO CurrentPickLoc
           MOVE 'N' TO PickSortEOF
           RETURN PickSortFile
              AT END MOVE 'Y' TO PickSortEOF
           END-RETURN
           PERFORM UNTIL PickSortEOF = 'Y'
              IF PSLoc NOT = CurrentPickLoc
                 PERFORM WritePickLocHeading
              END-IF
              IF PSBin = SPACES
                 MOVE "NO BIN" TO PrnPickBin
              ELSE
                 MOVE PSBin TO PrnPickBin
              END-IF
              MOVE PSProdName TO PrnPickProd
              MOVE PSQty(1) TO PrnPickS
              MOVE PSQty(2) TO PrnPickM
              MOVE PSQty(3) TO PrnPickL
              MOVE PSQty(4) TO PrnPickOther
              WRITE PickLine FROM PickDetailLine
              IF PickListStatus NOT = "00"
                 DISPLAY "Unable To Write PickList.rpt, Status "
                    PickListStatus
              END-IF
              RETURN PickSortFile
                 AT END MOVE 'Y' TO PickSortEOF
              END-RETURN
           END-PERFORM.

       WritePickLocHeading.
           MOVE PSLoc TO CurrentPickLoc
           MOVE PSLoc TO PrnPickLoc
           IF PSLoc = 1
              MOVE "SHOP" TO PrnPickLocName
           ELSE
              MOVE "OVERFLOW" TO PrnPickLocName
           END-IF
           MOVE SPACES TO PickLine
           WRITE PickLine
           WRITE PickLine FROM PickLocHeading
           WRITE PickLine FROM PickHeads.
