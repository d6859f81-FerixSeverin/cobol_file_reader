       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Kit component maintenance on KitComp.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT KitCompFile ASSIGN TO "KitComp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitCompStatus.
           SELECT KitCompWork ASSIGN TO "KitComp.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitWorkStatus.
           SELECT ProductAudit ASSIGN TO "ProductAudit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProductAuditStatus.

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

       FD KitCompFile.
       01 KitCompRecord.
           02 KCKitName PIC X(10).
           02 KCCompName PIC X(10).
           02 KCCompSize PIC A.
           02 KCCompQty PIC 9(3).

       FD KitCompWork.
       01 KitCompWorkRecord PIC X(24).

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
       01 KitWorkStatus PIC XX VALUE "00".
       01 ProductAuditStatus PIC XX VALUE "00".

       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WorkEOF PIC X.
       01 EntryOK PIC X.
       01 ProdFound PIC X.
       01 ListedCount PIC 9(5).
       01 InKitName PIC X(10).
       01 InCompName PIC X(10).
       01 InCompSize PIC X.
       01 InCompQty PIC 9(3).
       01 KitSizeList.
           02 KitSizes PIC A OCCURS 3 TIMES.
       01 KitSizeNum PIC 9.
       01 OldCompQty PIC 9(3).
       01 AuditAction PIC X(6).
       01 ConfirmDelete PIC X.

       01 CurrentOperator PIC X(8) VALUE SPACES.
       01 OperLevel PIC 9 VALUE 1.
       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY SITEWS.
       COPY SIZEWS.
       COPY KITWS.

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
           PERFORM ResolveDatasetNames
           CALL "SIGNON" USING SignonResult
              ON EXCEPTION
                 MOVE 'Y' TO SROK
                 MOVE "OPER" TO SROperID
                 MOVE 2 TO SROperLevel
           END-CALL
           IF SROK NOT = 'Y'
              STOP RUN
           END-IF
           MOVE SROperID TO CurrentOperator
           MOVE SROperLevel TO OperLevel
           MOVE "CHECK" TO LockFunc
           MOVE "BatchLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           IF LockFound = 'Y'
              DISPLAY "Nightly Batch In Progress, "
                 "Try Again After It Completes"
              STOP RUN
           END-IF
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              STOP RUN
           END-IF
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           PERFORM LoadKitTable
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "KIT COMPONENT MAINTENANCE"
              DISPLAY "1. List Kit Components"
              DISPLAY "2. Add Or Change A Component"
              DISPLAY "3. Remove A Component"
              DISPLAY "4. Exit"
              DISPLAY "Choice : " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListKits
                 WHEN 2
                    IF OperLevel < 2
                       DISPLAY "Supervisor Sign-On Required To "
                          "Change Kits"
                    ELSE
                       PERFORM AddComponent
                    END-IF
                 WHEN 3
                    IF OperLevel < 2
                       DISPLAY "Supervisor Sign-On Required To "
                          "Change Kits"
                    ELSE
                       PERFORM RemoveComponent
                    END-IF
                 WHEN 4 MOVE 'N' TO StayOpen
                 WHEN OTHER DISPLAY "Invalid Choice"
              END-EVALUATE
           END-PERFORM
           CLOSE ProductFile
           PERFORM ReleaseLock.
           STOP RUN.

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY KITPROC.

       ReleaseLock.
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.

       ListKits.
           DISPLAY "Kit Name (Blank = All Kits) : " WITH NO ADVANCING
           ACCEPT InKitName
           MOVE FUNCTION UPPER-CASE(InKitName) TO InKitName
           MOVE ZERO TO ListedCount
           DISPLAY "Kit         Component   Size  Qty Per Kit"
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KitCount
              IF InKitName = SPACES OR KTKitName(KX) = InKitName
                 ADD 1 TO ListedCount
                 IF KTCompSize(KX) = SPACE
                    DISPLAY KTKitName(KX) "  " KTCompName(KX)
                       "  LINE  " KTCompQty(KX)
                 ELSE
                    DISPLAY KTKitName(KX) "  " KTCompName(KX)
                       "  " KTCompSize(KX) "     " KTCompQty(KX)
                 END-IF
              END-IF
           END-PERFORM
           IF ListedCount = ZERO
              DISPLAY "No Kit Components On File"
           END-IF.

       AddComponent.
           DISPLAY "Kit Product Name : " WITH NO ADVANCING
           ACCEPT InKitName
           MOVE FUNCTION UPPER-CASE(InKitName) TO InKitName
           MOVE InKitName TO PMProdName
           PERFORM ReadProduct
           IF ProdFound = 'N'
              DISPLAY "Kit Product " InKitName " Not On File"
              EXIT PARAGRAPH
           END-IF
           MOVE PMProdSizes(1) TO KitSizes(1)
           MOVE PMProdSizes(2) TO KitSizes(2)
           MOVE PMProdSizes(3) TO KitSizes(3)
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KitCount
              IF KTCompName(KX) = InKitName
                 DISPLAY InKitName " Is A Component Of Kit "
                    KTKitName(KX) ", Kits Cannot Be Nested"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           DISPLAY "Component Product Name : " WITH NO ADVANCING
           ACCEPT InCompName
           MOVE FUNCTION UPPER-CASE(InCompName) TO InCompName
           IF InCompName = InKitName
              DISPLAY "A Kit Cannot Be Its Own Component"
              EXIT PARAGRAPH
           END-IF
           MOVE InCompName TO KitWanted
           PERFORM FindKit
           IF KitFound = 'Y'
              DISPLAY InCompName " Is Itself A Kit, "
                 "Kits Cannot Be Nested"
              EXIT PARAGRAPH
           END-IF
           MOVE InCompName TO PMProdName
           PERFORM ReadProduct
           IF ProdFound = 'N'
              DISPLAY "Component Product " InCompName " Not On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Component Size (Blank = Size Ordered) : "
              WITH NO ADVANCING
           ACCEPT InCompSize
           MOVE FUNCTION UPPER-CASE(InCompSize) TO InCompSize
           MOVE 'Y' TO EntryOK
           IF InCompSize = SPACE
              PERFORM CheckKitSizeCarried
                 VARYING KitSizeNum FROM 1 BY 1 UNTIL KitSizeNum > 3
           ELSE
              MOVE InCompSize TO SizeWanted
              PERFORM FindSizeSlot
              IF SizeSlot = ZERO
                 DISPLAY InCompName " Is Not Carried In Size "
                    InCompSize
                 MOVE 'N' TO EntryOK
              END-IF
           END-IF
           IF EntryOK = 'N'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Quantity Per Kit : " WITH NO ADVANCING
           ACCEPT InCompQty
           IF InCompQty IS NOT NUMERIC OR InCompQty = ZERO
              DISPLAY "Quantity Must Be 1 To 999"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindComponent
           IF KitFound = 'Y'
              MOVE KTCompQty(KX) TO OldCompQty
              MOVE InCompQty TO KTCompQty(KX)
              DISPLAY "Component Already On Kit, Quantity Changed"
           ELSE
              IF KitCount >= 500
                 DISPLAY "Kit Component Table Full, Not Added"
                 EXIT PARAGRAPH
              END-IF
              MOVE ZERO TO OldCompQty
              ADD 1 TO KitCount
              MOVE InKitName TO KTKitName(KitCount)
              MOVE InCompName TO KTCompName(KitCount)
              MOVE InCompSize TO KTCompSize(KitCount)
              MOVE InCompQty TO KTCompQty(KitCount)
              DISPLAY "Component Added To Kit " InKitName
           END-IF
           PERFORM RewriteKitFile
           MOVE "KITADD" TO AuditAction
           PERFORM WriteKitAudit.

       CheckKitSizeCarried.
           IF KitSizes(KitSizeNum) NOT = SPACE AND EntryOK = 'Y'
              MOVE KitSizes(KitSizeNum) TO SizeWanted
              PERFORM FindSizeSlot
              IF SizeSlot = ZERO
                 DISPLAY InCompName " Is Not Carried In Kit Size "
                    KitSizes(KitSizeNum)
                 MOVE 'N' TO EntryOK
              END-IF
           END-IF.

       RemoveComponent.
           DISPLAY "Kit Product Name : " WITH NO ADVANCING
           ACCEPT InKitName
           MOVE FUNCTION UPPER-CASE(InKitName) TO InKitName
           DISPLAY "Component Product Name : " WITH NO ADVANCING
           ACCEPT InCompName
           MOVE FUNCTION UPPER-CASE(InCompName) TO InCompName
           DISPLAY "Component Size (Blank = Size Ordered) : "
              WITH NO ADVANCING
           ACCEPT InCompSize
           MOVE FUNCTION UPPER-CASE(InCompSize) TO InCompSize
           PERFORM FindComponent
           IF KitFound = 'N'
              DISPLAY "Component Not On Kit " InKitName
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Remove " InCompName " From Kit " InKitName
              " (Y/N) : " WITH NO ADVANCING
           ACCEPT ConfirmDelete
           IF ConfirmDelete NOT = 'Y' AND ConfirmDelete NOT = 'y'
              DISPLAY "Nothing Removed"
              EXIT PARAGRAPH
           END-IF
           MOVE KTCompQty(KX) TO OldCompQty
           MOVE ZERO TO InCompQty
           PERFORM VARYING KX FROM KX BY 1 UNTIL KX >= KitCount
              MOVE KitEntry(KX + 1) TO KitEntry(KX)
           END-PERFORM
           SUBTRACT 1 FROM KitCount
           PERFORM RewriteKitFile
           DISPLAY "Component Removed From Kit " InKitName
           MOVE "KITDEL" TO AuditAction
           PERFORM WriteKitAudit.

       FindComponent.
           MOVE 'N' TO KitFound
           IF KitCount > 0
              SET KX TO 1
              SEARCH KitEntry
                 AT END CONTINUE
                 WHEN KTKitName(KX) = InKitName
                    AND KTCompName(KX) = InCompName
                    AND KTCompSize(KX) = InCompSize
                    MOVE 'Y' TO KitFound
              END-SEARCH
           END-IF.

       ReadProduct.
           MOVE 'Y' TO ProdFound
           READ ProductFile
              INVALID KEY MOVE 'N' TO ProdFound
           END-READ
           IF ProdFound = 'Y' AND PMStatus = 'D'
              MOVE 'N' TO ProdFound
           END-IF.

       RewriteKitFile.
           OPEN OUTPUT KitCompWork
           IF KitWorkStatus NOT = "00"
              DISPLAY "Unable To Open KitComp.tmp, Status "
                 KitWorkStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KitCount
              MOVE KTKitName(KX) TO KCKitName
              MOVE KTCompName(KX) TO KCCompName
              MOVE KTCompSize(KX) TO KCCompSize
              MOVE KTCompQty(KX) TO KCCompQty
              WRITE KitCompWorkRecord FROM KitCompRecord
              IF KitWorkStatus NOT = "00"
                 DISPLAY "Unable To Write KitComp.tmp, Status "
                    KitWorkStatus
              END-IF
           END-PERFORM
           CLOSE KitCompWork
           PERFORM CopyWorkToKitFile.

       CopyWorkToKitFile.
           MOVE 'N' TO WorkEOF
           OPEN INPUT KitCompWork
           IF KitWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen KitComp.tmp, Status "
                 KitWorkStatus
           ELSE
              OPEN OUTPUT KitCompFile
              IF KitCompStatus NOT = "00"
                 DISPLAY "Unable To Rewrite KitComp.dat, Status "
                    KitCompStatus
                 CLOSE KitCompWork
              ELSE
                 PERFORM UNTIL WorkEOF = 'Y'
                    READ KitCompWork
                       AT END MOVE 'Y' TO WorkEOF
                       NOT AT END
                          WRITE KitCompRecord FROM KitCompWorkRecord
                          IF KitCompStatus NOT = "00"
                             DISPLAY "Unable To Write KitComp.dat, "
                                "Status " KitCompStatus
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE KitCompWork, KitCompFile
              END-IF
           END-IF.

       WriteKitAudit.
           OPEN EXTEND ProductAudit
           IF ProductAuditStatus = "35"
              OPEN OUTPUT ProductAudit
           END-IF
           IF ProductAuditStatus NOT = "00"
              DISPLAY "Unable To Open ProductAudit.log, Status "
                 ProductAuditStatus
           ELSE
              MOVE FUNCTION CURRENT-DATE TO PATimestamp
              MOVE AuditAction TO PAAction
              MOVE InKitName TO PAProdName
              MOVE ZERO TO PAOldPrice PANewPrice
              MOVE OldCompQty TO PAOldQty
              MOVE InCompQty TO PANewQty
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
