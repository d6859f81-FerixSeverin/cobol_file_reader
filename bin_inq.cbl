       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIN_INQ.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Bin inquiry by location from BinLoc.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT BinLocFile ASSIGN TO "BinLoc.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BinLocStatus.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 ProductFileStatus PIC XX VALUE "00".

       01 StayOpen PIC X VALUE 'Y'.
       01 InqLoc PIC 9.
       01 InqBin PIC X(8).
       01 ProdFound PIC X.
       01 ListedCount PIC 9(5).
       01 LocQty PIC 9(5).
       01 SizeLocQty PIC 9(5).

       COPY SITEWS.
       COPY SIZEWS.
       COPY BINWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM ResolveDatasetNames
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              STOP RUN
           END-IF
           PERFORM LoadBinTable
           DISPLAY "BIN INQUIRY"
           IF BinCount = ZERO
              DISPLAY "No Bin Locations On File"
           END-IF
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "Location (1 = Shop, 2 = Overflow, 0 = Done) : "
                 WITH NO ADVANCING
              ACCEPT InqLoc
              EVALUATE InqLoc
                 WHEN 0
                    MOVE 'N' TO StayOpen
                 WHEN 1
                 WHEN 2
                    PERFORM InquireOneBin
                 WHEN OTHER
                    DISPLAY "Location Must Be 1 Or 2"
              END-EVALUATE
           END-PERFORM
           CLOSE ProductFile.
           STOP RUN.

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY BINPROC.

       InquireOneBin.
           DISPLAY "Bin (ALL = Every Bin In Walk Order) : "
              WITH NO ADVANCING
           MOVE SPACES TO InqBin
           ACCEPT InqBin
           MOVE FUNCTION UPPER-CASE(InqBin) TO InqBin
           IF InqBin = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ListedCount
           IF InqBin = "ALL"
              DISPLAY "Bin       Walk  Product     At Location"
              PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BinCount
                 IF BTLoc(BX) = InqLoc
                    ADD 1 TO ListedCount
                    PERFORM ReadBinProduct
                    DISPLAY BTBin(BX) "  " BTWalkSeq(BX) " "
                       BTProdName(BX) "  " LocQty
                 END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BinCount
                 IF BTLoc(BX) = InqLoc AND BTBin(BX) = InqBin
                    ADD 1 TO ListedCount
                    PERFORM ShowBinProduct
                 END-IF
              END-PERFORM
           END-IF
           IF ListedCount = ZERO
              DISPLAY "Nothing Binned At " InqBin
                 " Location " InqLoc
           END-IF.

       ReadBinProduct.
           MOVE ZERO TO LocQty
           MOVE 'Y' TO ProdFound
           MOVE BTProdName(BX) TO PMProdName
           READ ProductFile
              INVALID KEY MOVE 'N' TO ProdFound
           END-READ
           IF ProdFound = 'Y'
              PERFORM SumSizeStock
              IF InqLoc = 1
                 MOVE PMQtyOnHand TO LocQty
              ELSE
                 MOVE PMQtyLoc2 TO LocQty
              END-IF
           END-IF.

       ShowBinProduct.
           PERFORM ReadBinProduct
           IF ProdFound = 'N'
              DISPLAY "Product " BTProdName(BX)
                 " Binned But Not On Product Master"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Product : " PMProdName
              " Status : " PMStatus
              " Walk Seq : " BTWalkSeq(BX)
           PERFORM ShowOneSize
              VARYING SizeSlot FROM 1 BY 1 UNTIL SizeSlot > 3
           DISPLAY "Total At Location : " LocQty.

       ShowOneSize.
           IF PMProdSizes(SizeSlot) NOT = SPACE
              IF InqLoc = 1
                 MOVE PMSizeOnHand(SizeSlot) TO SizeLocQty
                 DISPLAY "  Size " PMProdSizes(SizeSlot)
                    "  Qty : " SizeLocQty
                    "  Allocated : " PMSizeAlloc(SizeSlot)
              ELSE
                 MOVE PMSizeLoc2(SizeSlot) TO SizeLocQty
                 DISPLAY "  Size " PMProdSizes(SizeSlot)
                    "  Qty : " SizeLocQty
              END-IF
           END-IF.
