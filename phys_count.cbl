           SELECT ProductAudit ASSIGN TO "ProductAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProductAuditStatus.
           SELECT CycleFile ASSIGN TO "CycleCount.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CycleFileStatus.
           SELECT CycleWork ASSIGN TO "CycleCount.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CycleWorkStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD CountFile.
       01 CountRecord.
           02 CFTimestamp PIC X(21).
           02 CFProdName PIC X(10).
           02 CFSize PIC A.
           02 CFCountedQty PIC 9(5).
           02 CFOperator PIC X(8).

           02 PAOldQty PIC 9(5).
           02 PANewQty PIC 9(5).
           02 PAOperator PIC X(8).
           02 PACheck PIC 9(9).

       FD CycleFile.
       01 CycleRecord.
           02 CCProdName PIC X(10).
           02 CCClass PIC X.
           02 CCAnnualValue PIC 9(9)V99.
           02 CCLastCount PIC 9(8).

       FD CycleWork.
       01 CycleWorkRecord PIC X(30).

       WORKING-STORAGE SECTION.
       01 ProductFileStatus PIC XX VALUE "00".
       01 CountSheetStatus PIC XX VALUE "00".
       01 VarianceStatus PIC XX VALUE "00".
       01 ProductAuditStatus PIC XX VALUE "00".
       01 CycleFileStatus PIC XX VALUE "00".
       01 CycleWorkStatus PIC XX VALUE "00".
       01 CycleEOF PIC X.
       01 CycleStamped PIC 9(5).

       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
                 DEPENDING ON CountCnt
                 INDEXED BY PX.
              03 CTProdName PIC X(10).
              03 CTSize PIC A.
              03 CTCountQty PIC 9(5).
       01 ProdFound PIC X.

           02 FILLER PIC X(24) VALUE "PHYSICAL COUNT SHEET    ".
           02 PrnSheetDate PIC 9(8).
       01 SheetHeads PIC X(50) VALUE
          "Product    Size   Book Qty    Counted Qty".
       01 SheetDetailLine.
           02 PrnSheetProd PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSheetSize PIC A.
           02 FILLER PIC X(7) VALUE SPACE.
           02 PrnSheetQty PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(12) VALUE "  _________".
           02 FILLER PIC X(28) VALUE
              "INVENTORY COUNT VARIANCES   ".
           02 PrnVarDate PIC 9(8).
       01 VarHeads PIC X(70) VALUE
          "Product    Size     Book   Counted  Variance      Extended".
       01 VarDetailLine.
           02 PrnVarProd PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnVarSize PIC A.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnBookQty PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCountQty PIC ZZZZ9.
           02 LockFound PIC X.

       COPY SITEWS.
       COPY SIZEWS.

       01 ChainRequest.
           02 CRFunc PIC X(5).
           02 CRLogName PIC X(20).
           02 CRRecord PIC X(200).
           02 CRPrevCheck PIC 9(9).
           02 CRCheck PIC 9(9).
           02 CRCount PIC 9(9).
           02 CRFound PIC X.

       PROCEDURE DIVISION.
       StartPara.

       COPY SITEPROC.

       COPY SIZEPROC.

       PrintCountSheets.
           MOVE ZERO TO SheetCount
           OPEN INPUT ProductFile
                    AT END MOVE 'Y' TO ProductFileEOF
                    NOT AT END
                       IF PMStatus NOT = 'D'
                          PERFORM VARYING SizeIx FROM 1 BY 1
                             UNTIL SizeIx > 3
                             PERFORM PrintOneSheetLine
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ProductFile.

       PrintOneSheetLine.
           IF PMProdSizes(SizeIx) = SPACE
              EXIT PARAGRAPH
           END-IF
           IF PMSizeOnHand(SizeIx) IS NOT NUMERIC
              MOVE ZERO TO PMSizeOnHand(SizeIx)
           END-IF
           ADD 1 TO SheetCount
           MOVE PMProdName TO PrnSheetProd
           MOVE PMProdSizes(SizeIx) TO PrnSheetSize
           MOVE PMSizeOnHand(SizeIx) TO PrnSheetQty
           WRITE SheetLine FROM SheetDetailLine
           IF CountSheetStatus NOT = "00"
              DISPLAY "Unable To Write CountSheet.rpt, "
                 "Status " CountSheetStatus
           END-IF.

       KeyCounts.
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
                 IF ProdFound NOT = 'Y'
                    DISPLAY "Product Not On File"
                 ELSE
                    DISPLAY "Size : " WITH NO ADVANCING
                    ACCEPT SizeWanted
                    PERFORM FindSizeSlot
                    IF SizeSlot = ZERO
                       DISPLAY "Size Not Carried For This Product"
                    ELSE
                       DISPLAY "Counted Quantity : " WITH NO ADVANCING
                       ACCEPT WorkQty
                       PERFORM SaveCountEntry
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
              SEARCH CountEntry
                 AT END CONTINUE
                 WHEN CTProdName(PX) = WorkProdName
                    AND CTSize(PX) = SizeWanted
                    MOVE 'Y' TO ProdFound
              END-SEARCH
           END-IF
              ELSE
                 ADD 1 TO CountCnt
                 MOVE WorkProdName TO CTProdName(CountCnt)
                 MOVE SizeWanted TO CTSize(CountCnt)
                 MOVE WorkQty TO CTCountQty(CountCnt)
                 ADD 1 TO KeyedCount
                 PERFORM WriteCountRecord
           ELSE
              MOVE FUNCTION CURRENT-DATE TO CFTimestamp
              MOVE WorkProdName TO CFProdName
              MOVE SizeWanted TO CFSize
              MOVE WorkQty TO CFCountedQty
              MOVE CurrentOperator TO CFOperator
              WRITE CountRecord
              INVALID KEY
                 DISPLAY "Product Gone From Master : " CTProdName(PX)
              NOT INVALID KEY
                 MOVE CTSize(PX) TO SizeWanted
                 PERFORM FindSizeSlot
                 IF SizeSlot = ZERO
                    DISPLAY "Size No Longer Carried : " CTProdName(PX)
                       " " CTSize(PX)
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM SumSizeStock
                 IF CTCountQty(PX) NOT = PMSizeOnHand(SizeSlot)
                    ADD 1 TO VarCount
                    COMPUTE VarianceQty =
                       CTCountQty(PX) - PMSizeOnHand(SizeSlot)
                    COMPUTE VarianceExt =
                       VarianceQty * PMProdPrice
                    ADD VarianceExt TO TotalVarExt
                    MOVE PMProdName TO PrnVarProd
                    MOVE CTSize(PX) TO PrnVarSize
                    MOVE PMSizeOnHand(SizeSlot) TO PrnBookQty
                    MOVE CTCountQty(PX) TO PrnCountQty
                    MOVE VarianceQty TO PrnVarQty
                    MOVE VarianceExt TO PrnVarExt
              PERFORM PostOneAdjustment
           END-PERFORM
           CLOSE ProductFile
           DISPLAY "Adjustments Posted : " AdjustedCount
           PERFORM StampCycleCounts.

       StampCycleCounts.
           MOVE ZERO TO CycleStamped
           MOVE 'N' TO CycleEOF
           OPEN INPUT CycleFile
           IF CycleFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CycleWork
           IF CycleWorkStatus NOT = "00"
              DISPLAY "Unable To Open CycleCount.tmp, Status "
                 CycleWorkStatus
              CLOSE CycleFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CycleEOF = 'Y'
              READ CycleFile
                 AT END MOVE 'Y' TO CycleEOF
                 NOT AT END PERFORM StampOneCycleItem
              END-READ
           END-PERFORM
           CLOSE CycleFile, CycleWork
           IF CycleStamped > ZERO
              PERFORM CopyWorkToCycle
           END-IF
           DISPLAY "Cycle Count Dates Updated : " CycleStamped.

       StampOneCycleItem.
           MOVE 'N' TO ProdFound
           IF CountCnt > 0
              SET PX TO 1
              SEARCH CountEntry
                 AT END CONTINUE
                 WHEN CTProdName(PX) = CCProdName
                    MOVE 'Y' TO ProdFound
              END-SEARCH
           END-IF
           IF ProdFound = 'Y'
              MOVE RunDate TO CCLastCount
              ADD 1 TO CycleStamped
           END-IF
           WRITE CycleWorkRecord FROM CycleRecord
           IF CycleWorkStatus NOT = "00"
              DISPLAY "Unable To Write CycleCount.tmp, Status "
                 CycleWorkStatus
           END-IF.

       CopyWorkToCycle.
           MOVE 'N' TO CycleEOF
           OPEN INPUT CycleWork
           IF CycleWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen CycleCount.tmp, Status "
                 CycleWorkStatus
           ELSE
              OPEN OUTPUT CycleFile
              IF CycleFileStatus NOT = "00"
                 DISPLAY "Unable To Rewrite CycleCount.dat, Status "
                    CycleFileStatus
                 CLOSE CycleWork
              ELSE
                 PERFORM UNTIL CycleEOF = 'Y'
                    READ CycleWork
                       AT END MOVE 'Y' TO CycleEOF
                       NOT AT END
                          WRITE CycleRecord FROM CycleWorkRecord
                          IF CycleFileStatus NOT = "00"
                             DISPLAY "Unable To Write CycleCount.dat, "
                                "Status " CycleFileStatus
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CycleWork, CycleFile
              END-IF
           END-IF.

       PostOneAdjustment.
           MOVE CTProdName(PX) TO PMProdName
              INVALID KEY
                 DISPLAY "Product Gone From Master : " CTProdName(PX)
              NOT INVALID KEY
                 MOVE CTSize(PX) TO SizeWanted
                 PERFORM FindSizeSlot
                 IF SizeSlot = ZERO
                    DISPLAY "Size No Longer Carried : " CTProdName(PX)
                       " " CTSize(PX)
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM SumSizeStock
                 IF CTCountQty(PX) NOT = PMSizeOnHand(SizeSlot)
                    PERFORM WriteAdjustAudit
                    MOVE CTCountQty(PX) TO PMSizeOnHand(SizeSlot)
                    PERFORM SumSizeStock
                    REWRITE ProdMastRecord
                       INVALID KEY
                          DISPLAY "Unable To Update ProdMast.dat"
              END-STRING
              MOVE PMProdName TO PAProdName
              MOVE PMProdPrice TO PAOldPrice PANewPrice
              MOVE PMSizeOnHand(SizeSlot) TO PAOldQty
              MOVE CTCountQty(PX) TO PANewQty
              MOVE CurrentOperator TO PAOperator
              MOVE "STAMP" TO CRFunc
              MOVE "ProductAudit.log" TO CRLogName
              MOVE ProductAuditRecord TO CRRecord
              CALL "AUDIT_CHAIN" USING ChainRequest
                 ON EXCEPTION MOVE ZERO TO CRCheck
              END-CALL
              MOVE CRCheck TO PACheck
              WRITE ProductAuditRecord
              IF ProductAuditStatus NOT = "00"
                 DISPLAY "Unable To Write ProductAudit.log, Status "
