       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE_COUNT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Daily cycle count sheet by ABC class. Output is CycleSheet.rpt
      *> and CycleTrack.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CycleFile ASSIGN TO "CycleCount.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CycleFileStatus.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT CountSheet ASSIGN TO "CycleSheet.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CountSheetStatus.
           SELECT TrackReport ASSIGN TO "CycleTrack.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TrackReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CycleFile.
       01 CycleRecord.
           02 CCProdName PIC X(10).
           02 CCClass PIC X.
           02 CCAnnualValue PIC 9(9)V99.
           02 CCLastCount PIC 9(8).

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

       FD CountSheet.
       01 SheetLine PIC X(60).

       FD TrackReport.
       01 TrackLine PIC X(70).

       WORKING-STORAGE SECTION.
       01 CycleFileStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".
       01 CountSheetStatus PIC XX VALUE "00".
       01 TrackReportStatus PIC XX VALUE "00".
       01 CycleEOF PIC X VALUE 'N'.
       01 ProdFound PIC X.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 RunDateParts REDEFINES RunDate.
              03 RunYear PIC 9(4).
              03 RunMonth PIC 99.
              03 RunDay PIC 99.
           02 FILLER PIC X(13).
       01 TodayInt PIC 9(7).
       01 WorkDate PIC 9(8).
       01 WorkDateParts REDEFINES WorkDate.
           02 WDYear PIC 9(4).
           02 WDMonth PIC 99.
           02 WDDay PIC 99.

       01 ClassLetters PIC X(3) VALUE "ABC".
       01 ClassIx PIC 9.
       01 ClassData.
           02 ClassEntry OCCURS 3 TIMES.
              03 CLCycleStart PIC 9(8).
              03 CLCycleEnd PIC 9(8).
              03 CLDaysLeft PIC 9(3).
              03 CLTotal PIC 9(5).
              03 CLCounted PIC 9(5).
              03 CLDue PIC 9(5).
              03 CLQuota PIC 9(5).
              03 CLSheeted PIC 9(5).

       01 ItemCount PIC 9(4) VALUE ZERO.
       01 ItemTable.
           02 ItemEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON ItemCount
                 INDEXED BY IX.
              03 ITProdName PIC X(10).
              03 ITClassIx PIC 9.
              03 ITLastCount PIC 9(8).
              03 ITSelected PIC X.
       01 OldestItem PIC 9(4).
       01 PickNum PIC 9(5).
       01 SizeNum PIC 9.
       01 QuarterNum PIC 9.
       01 MonthInQuarter PIC 9.
       01 SheetCount PIC 9(5) VALUE ZERO.
       01 UncountedListed PIC 9(5) VALUE ZERO.

       01 SheetHeading.
           02 FILLER PIC X(24) VALUE "CYCLE COUNT SHEET       ".
           02 PrnSheetDate PIC 9(8).
       01 SheetHeads PIC X(50) VALUE
          "Product    Class Size   Book Qty    Counted Qty".
       01 SheetDetailLine.
           02 PrnSheetProd PIC X(10).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnSheetClass PIC X.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnSheetSize PIC A.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnSheetQty PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(12) VALUE "  _________".

       01 TrackHeading.
           02 FILLER PIC X(30) VALUE
              "CYCLE COUNT PROGRESS AS AT    ".
           02 PrnTrackDate PIC 9(8).
       01 TrackClassLine.
           02 FILLER PIC X(6) VALUE "Class ".
           02 PrnTrkClass PIC X.
           02 FILLER PIC X(9) VALUE "  Cycle  ".
           02 PrnTrkStart PIC 9(8).
           02 FILLER PIC X(9) VALUE "  Items  ".
           02 PrnTrkTotal PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  Counted  ".
           02 PrnTrkCounted PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  To Do  ".
           02 PrnTrkDue PIC ZZZZ9.
       01 TrackHeads PIC X(50) VALUE
          "Not Yet Counted This Cycle   Class   Last Counted".
       01 TrackDetailLine.
           02 PrnTrkProd PIC X(10).
           02 FILLER PIC X(21) VALUE SPACE.
           02 PrnTrkItemClass PIC X.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnTrkLast PIC X(8).
       01 TrackFooterLine.
           02 FILLER PIC X(26) VALUE "Products Still To Count".
           02 FILLER PIC X(3) VALUE " : ".
           02 PrnTrkListed PIC ZZZZ9.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(RunDate)
           PERFORM LoadCycleItems
           IF ItemCount = ZERO
              DISPLAY "No Products Classified Yet, Run ABC_CLASS"
              GOBACK
           END-IF
           PERFORM SetClassCycles
           PERFORM PrintCycleSheet
           PERFORM PrintTracking
           DISPLAY "Cycle Count Sheet Lines : " SheetCount
           DISPLAY "Still To Count This Cycle, A : " CLDue(1)
              "  B : " CLDue(2) "  C : " CLDue(3).
           GOBACK.

       COPY SITEPROC.

       LoadCycleItems.
           OPEN INPUT CycleFile
           IF CycleFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CycleEOF = 'Y'
              READ CycleFile
                 AT END MOVE 'Y' TO CycleEOF
                 NOT AT END PERFORM LoadOneItem
              END-READ
           END-PERFORM
           CLOSE CycleFile.

       LoadOneItem.
           IF ItemCount >= 2000
              DISPLAY "Cycle Table Full, Product Skipped : "
                 CCProdName
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ItemCount
           MOVE CCProdName TO ITProdName(ItemCount)
           EVALUATE CCClass
              WHEN 'A' MOVE 1 TO ITClassIx(ItemCount)
              WHEN 'B' MOVE 2 TO ITClassIx(ItemCount)
              WHEN OTHER MOVE 3 TO ITClassIx(ItemCount)
           END-EVALUATE
           IF CCLastCount IS NUMERIC
              MOVE CCLastCount TO ITLastCount(ItemCount)
           ELSE
              MOVE ZERO TO ITLastCount(ItemCount)
           END-IF
           MOVE 'N' TO ITSelected(ItemCount).

       SetClassCycles.
           MOVE RunYear TO WDYear
           MOVE RunMonth TO WDMonth
           MOVE 1 TO WDDay
           MOVE WorkDate TO CLCycleStart(1)
           IF RunMonth = 12
              COMPUTE WDYear = RunYear + 1
              MOVE 1 TO WDMonth
           ELSE
              COMPUTE WDMonth = RunMonth + 1
           END-IF
           MOVE WorkDate TO CLCycleEnd(1)
           MOVE RunYear TO WDYear
           DIVIDE 3 INTO RunMonth GIVING QuarterNum
              REMAINDER MonthInQuarter
           IF MonthInQuarter = ZERO
              SUBTRACT 1 FROM QuarterNum
           END-IF
           COMPUTE WDMonth = QuarterNum * 3 + 1
           MOVE WorkDate TO CLCycleStart(2)
           IF WDMonth = 10
              COMPUTE WDYear = RunYear + 1
              MOVE 1 TO WDMonth
           ELSE
              ADD 3 TO WDMonth
           END-IF
           MOVE WorkDate TO CLCycleEnd(2)
           MOVE RunYear TO WDYear
           MOVE 1 TO WDMonth
           MOVE WorkDate TO CLCycleStart(3)
           COMPUTE WDYear = RunYear + 1
           MOVE WorkDate TO CLCycleEnd(3)
           PERFORM VARYING ClassIx FROM 1 BY 1 UNTIL ClassIx > 3
              MOVE ZERO TO CLTotal(ClassIx) CLCounted(ClassIx)
                 CLDue(ClassIx) CLSheeted(ClassIx)
              COMPUTE CLDaysLeft(ClassIx) =
                 FUNCTION INTEGER-OF-DATE(CLCycleEnd(ClassIx))
                 - TodayInt
              IF CLDaysLeft(ClassIx) < 1
                 MOVE 1 TO CLDaysLeft(ClassIx)
              END-IF
           END-PERFORM
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ItemCount
              MOVE ITClassIx(IX) TO ClassIx
              ADD 1 TO CLTotal(ClassIx)
              IF ITLastCount(IX) >= CLCycleStart(ClassIx)
                 ADD 1 TO CLCounted(ClassIx)
              ELSE
                 ADD 1 TO CLDue(ClassIx)
              END-IF
           END-PERFORM
           PERFORM VARYING ClassIx FROM 1 BY 1 UNTIL ClassIx > 3
              COMPUTE CLQuota(ClassIx) =
                 (CLDue(ClassIx) + CLDaysLeft(ClassIx) - 1)
                 / CLDaysLeft(ClassIx)
           END-PERFORM.

       PrintCycleSheet.
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CountSheet
           IF CountSheetStatus NOT = "00"
              DISPLAY "Unable To Open CycleSheet.rpt, Status "
                 CountSheetStatus
              MOVE 1 TO RETURN-CODE
              CLOSE ProductFile
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnSheetDate
           WRITE SheetLine FROM SheetHeading
           WRITE SheetLine FROM SheetHeads
           PERFORM VARYING ClassIx FROM 1 BY 1 UNTIL ClassIx > 3
              PERFORM PickOldestItem
                 VARYING PickNum FROM 1 BY 1
                 UNTIL PickNum > CLQuota(ClassIx)
           END-PERFORM
           IF CountSheetStatus NOT = "00"
              DISPLAY "Unable To Write CycleSheet.rpt, Status "
                 CountSheetStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE CountSheet, ProductFile.

       PickOldestItem.
           MOVE ZERO TO OldestItem
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ItemCount
              IF ITClassIx(IX) = ClassIx
                 AND ITSelected(IX) = 'N'
                 AND ITLastCount(IX) < CLCycleStart(ClassIx)
                 IF OldestItem = ZERO
                    SET OldestItem TO IX
                 ELSE
                    IF ITLastCount(IX) < ITLastCount(OldestItem)
                       SET OldestItem TO IX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF OldestItem = ZERO
              EXIT PARAGRAPH
           END-IF
           SET IX TO OldestItem
           MOVE 'Y' TO ITSelected(IX)
           ADD 1 TO CLSheeted(ClassIx)
           MOVE 'Y' TO ProdFound
           MOVE ITProdName(IX) TO PMProdName
           READ ProductFile
              INVALID KEY MOVE 'N' TO ProdFound
           END-READ
           IF ProdFound = 'N' OR PMStatus = 'D'
              EXIT PARAGRAPH
           END-IF
           PERFORM PrintOneSheetLine
              VARYING SizeNum FROM 1 BY 1 UNTIL SizeNum > 3.

       PrintOneSheetLine.
           IF PMProdSizes(SizeNum) = SPACE
              EXIT PARAGRAPH
           END-IF
           IF PMSizeOnHand(SizeNum) IS NOT NUMERIC
              MOVE ZERO TO PMSizeOnHand(SizeNum)
           END-IF
           ADD 1 TO SheetCount
           MOVE PMProdName TO PrnSheetProd
           MOVE ClassLetters(ClassIx:1) TO PrnSheetClass
           MOVE PMProdSizes(SizeNum) TO PrnSheetSize
           MOVE PMSizeOnHand(SizeNum) TO PrnSheetQty
           WRITE SheetLine FROM SheetDetailLine.

       PrintTracking.
           OPEN OUTPUT TrackReport
           IF TrackReportStatus NOT = "00"
              DISPLAY "Unable To Open CycleTrack.rpt, Status "
                 TrackReportStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnTrackDate
           WRITE TrackLine FROM TrackHeading
           PERFORM VARYING ClassIx FROM 1 BY 1 UNTIL ClassIx > 3
              MOVE ClassLetters(ClassIx:1) TO PrnTrkClass
              MOVE CLCycleStart(ClassIx) TO PrnTrkStart
              MOVE CLTotal(ClassIx) TO PrnTrkTotal
              MOVE CLCounted(ClassIx) TO PrnTrkCounted
              MOVE CLDue(ClassIx) TO PrnTrkDue
              WRITE TrackLine FROM TrackClassLine
           END-PERFORM
           MOVE SPACES TO TrackLine
           WRITE TrackLine
           WRITE TrackLine FROM TrackHeads
           PERFORM VARYING ClassIx FROM 1 BY 1 UNTIL ClassIx > 3
              PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ItemCount
                 IF ITClassIx(IX) = ClassIx
                    AND ITLastCount(IX) < CLCycleStart(ClassIx)
                    PERFORM PrintOneUncounted
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE UncountedListed TO PrnTrkListed
           WRITE TrackLine FROM TrackFooterLine
           IF TrackReportStatus NOT = "00"
              DISPLAY "Unable To Write CycleTrack.rpt, Status "
                 TrackReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE TrackReport.

       PrintOneUncounted.
           ADD 1 TO UncountedListed
           MOVE ITProdName(IX) TO PrnTrkProd
           MOVE ClassLetters(ClassIx:1) TO PrnTrkItemClass
           IF ITLastCount(IX) = ZERO
              MOVE "Never" TO PrnTrkLast
           ELSE
              MOVE ITLastCount(IX) TO PrnTrkLast
           END-IF
           WRITE TrackLine FROM TrackDetailLine.
