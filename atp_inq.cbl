       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATP_INQ.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT POFile ASSIGN TO "POFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POFileStatus.

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

       FD POFile.
       01 PORecord.
           02 POTimestamp PIC X(21).
           02 PONum PIC 9(7).
           02 POSuppID PIC 9(5).
           02 POProdName PIC X(10).
           02 POQtyOrdered PIC 9(5).
           02 POQtyReceived PIC 9(5).
           02 POStatus PIC X.
           02 POBuyer PIC X(8).
           02 POUnitCost PIC 9(3)V99.
           02 PORecvCost PIC 9(7)V99.
           02 POExpDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ProductFileStatus PIC XX VALUE "00".
       01 POFileStatus PIC XX VALUE "00".

       01 StayOpen PIC X VALUE 'Y'.
       01 InqProdName PIC X(10).
       01 ProdFound PIC X.
       01 BrowseEOF PIC X.
       01 POEOF PIC X.
       01 ListedCount PIC 9(5).
       01 QtyOnPO PIC 9(7).
       01 QtyOpenOnLine PIC 9(5).
       01 NextReceipt PIC 9(8).
       01 QtyAvail PIC 9(5).
       01 QtyATP PIC S9(7).
       01 ATPDisplay PIC ZZZZZZ9-.

       COPY SITEWS.
       COPY SIZEWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM ResolveDatasetNames
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              STOP RUN
           END-IF
           DISPLAY "AVAILABLE-TO-PROMISE INQUIRY"
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "Enter Product Name (ALL = List, END = Done) : "
                 WITH NO ADVANCING
              ACCEPT InqProdName
              MOVE FUNCTION UPPER-CASE(InqProdName) TO InqProdName
              EVALUATE InqProdName
                 WHEN "END"
                    MOVE 'N' TO StayOpen
                 WHEN SPACE
                    MOVE 'N' TO StayOpen
                 WHEN "ALL"
                    PERFORM ListAllProducts
                 WHEN OTHER
                    PERFORM InquireOneProduct
              END-EVALUATE
           END-PERFORM
           CLOSE ProductFile.
           STOP RUN.

       COPY SITEPROC.

       COPY SIZEPROC.

       InquireOneProduct.
           MOVE 'Y' TO ProdFound
           MOVE InqProdName TO PMProdName
           READ ProductFile
              INVALID KEY MOVE 'N' TO ProdFound
           END-READ
           IF ProdFound = 'N'
              DISPLAY "Product " InqProdName " Not On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM SumSizeStock
           PERFORM TallyOpenPOs
           DISPLAY "Product : " PMProdName
              " Cat : " PMCategory
              " Status : " PMStatus
           PERFORM ShowOneSize
              VARYING SizeSlot FROM 1 BY 1 UNTIL SizeSlot > 3
           PERFORM ComputeProductATP
           DISPLAY "Total   On Hand : " PMQtyOnHand
              "  Allocated : " PMQtyAlloc
              "  Available : " QtyAvail
           MOVE QtyATP TO ATPDisplay
           DISPLAY "On Open POs : " QtyOnPO
              "  Available To Promise : " ATPDisplay
           IF NextReceipt > ZERO
              DISPLAY "Next Expected Receipt : " NextReceipt
           END-IF.

       ShowOneSize.
           IF PMProdSizes(SizeSlot) NOT = SPACE
              MOVE ZERO TO QtyAvail
              IF PMSizeOnHand(SizeSlot) > PMSizeAlloc(SizeSlot)
                 COMPUTE QtyAvail =
                    PMSizeOnHand(SizeSlot) - PMSizeAlloc(SizeSlot)
              END-IF
              DISPLAY "Size " PMProdSizes(SizeSlot)
                 "  On Hand : " PMSizeOnHand(SizeSlot)
                 "  Allocated : " PMSizeAlloc(SizeSlot)
                 "  Available : " QtyAvail
                 "  Overflow : " PMSizeLoc2(SizeSlot)
           END-IF.

       ComputeProductATP.
           MOVE ZERO TO QtyAvail
           IF PMQtyOnHand > PMQtyAlloc
              COMPUTE QtyAvail = PMQtyOnHand - PMQtyAlloc
           END-IF
           COMPUTE QtyATP = PMQtyOnHand - PMQtyAlloc + QtyOnPO.

       TallyOpenPOs.
           MOVE ZERO TO QtyOnPO NextReceipt
           MOVE 'N' TO POEOF
           OPEN INPUT POFile
           IF POFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL POEOF = 'Y'
              READ POFile
                 AT END MOVE 'Y' TO POEOF
                 NOT AT END
                    IF POProdName = PMProdName
                       AND (POStatus = 'O' OR POStatus = 'P')
                       PERFORM TallyOnePOLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE POFile.

       TallyOnePOLine.
           MOVE ZERO TO QtyOpenOnLine
           IF POQtyOrdered > POQtyReceived
              COMPUTE QtyOpenOnLine = POQtyOrdered - POQtyReceived
           END-IF
           ADD QtyOpenOnLine TO QtyOnPO
           IF QtyOpenOnLine > ZERO
              AND POExpDate IS NUMERIC AND POExpDate > ZERO
              IF NextReceipt = ZERO OR POExpDate < NextReceipt
                 MOVE POExpDate TO NextReceipt
              END-IF
           END-IF.

       ListAllProducts.
           MOVE ZERO TO ListedCount
           MOVE 'N' TO BrowseEOF
           MOVE SPACES TO PMProdName
           START ProductFile KEY IS NOT LESS THAN PMProdName
              INVALID KEY MOVE 'Y' TO BrowseEOF
           END-START
           DISPLAY "Product     On Hand  Alloc  Avail  On PO      ATP"
           PERFORM UNTIL BrowseEOF = 'Y'
              READ ProductFile NEXT RECORD
                 AT END MOVE 'Y' TO BrowseEOF
                 NOT AT END
                    IF PMStatus NOT = 'D'
                       ADD 1 TO ListedCount
                       PERFORM SumSizeStock
                       PERFORM TallyOpenPOs
                       PERFORM ComputeProductATP
                       MOVE QtyATP TO ATPDisplay
                       DISPLAY PMProdName "  " PMQtyOnHand "  "
                          PMQtyAlloc "  " QtyAvail "  " QtyOnPO
                          " " ATPDisplay
                    END-IF
              END-READ
           END-PERFORM
           IF ListedCount = ZERO
              DISPLAY "No Products On File"
           END-IF.
