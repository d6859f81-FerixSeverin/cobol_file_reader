           SELECT ChangeReport ASSIGN TO "PriceChg.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChangeReportStatus.
           SELECT ProductAudit ASSIGN TO "ProductAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProductAuditStatus.

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

       FD PriceFile.
       01 PriceFileRecord.
       FD ChangeReport.
       01 PrintLine PIC X(70).

       FD ProductAudit.
       01 ProductAuditRecord.
           02 PATimestamp PIC X(21).
           02 PAAction PIC X(6).
           02 PAProdName PIC X(10).
           02 PAOldPrice PIC 9(3)V99.
           02 PANewPrice PIC 9(3)V99.
           02 PAOldQty PIC 9(5).
           02 PANewQty PIC 9(5).
           02 PAOperator PIC X(8).
           02 PACheck PIC 9(9).

       WORKING-STORAGE SECTION.
       01 ProductFileStatus PIC XX VALUE "00".
       01 PriceFileStatus PIC XX VALUE "00".
       01 ChangeReportStatus PIC XX VALUE "00".
       01 ProductAuditStatus PIC XX VALUE "00".
       01 ProductFileEOF PIC X.
       01 PriceFileEOF PIC X.

           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.
       01 ChainRequest.
           02 CRFunc PIC X(5).
           02 CRLogName PIC X(20).
           02 CRRecord PIC X(200).
           02 CRPrevCheck PIC 9(9).
           02 CRCheck PIC 9(9).
           02 CRCount PIC 9(9).
           02 CRFound PIC X.

       COPY SITEWS.

                       PriceFileStatus
                 ELSE
                    ADD 1 TO CommittedCount
                    IF PDNewPrice(DX) NOT = PDOldPrice(DX)
                       PERFORM WritePriceAudit
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PriceFile
           END-IF.

       WritePriceAudit.
           OPEN EXTEND ProductAudit
           IF ProductAuditStatus = "35"
              OPEN OUTPUT ProductAudit
           END-IF
           IF ProductAuditStatus NOT = "00"
              DISPLAY "Unable To Open ProductAudit.log, Status "
                 ProductAuditStatus
           ELSE
              MOVE FUNCTION CURRENT-DATE TO PATimestamp
              MOVE "PRICE" TO PAAction
              MOVE PDProdName(DX) TO PAProdName
              MOVE PDOldPrice(DX) TO PAOldPrice
              MOVE PDNewPrice(DX) TO PANewPrice
              MOVE ZERO TO PAOldQty PANewQty
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
                    ProductAuditStatus
              END-IF
              CLOSE ProductAudit
           END-IF.
