       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO_MAINT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Promotion code maintenance on Promo.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT PromoFile ASSIGN TO "Promo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromoStatus.
           SELECT OrderPromoFile ASSIGN TO "OrderPromo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderPromoStatus.

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

       FD PromoFile.
       01 PromoRecord.
           02 PNCode PIC X(10).
           02 PNDesc PIC X(20).
           02 PNFromDate PIC 9(8).
           02 PNToDate PIC 9(8).
           02 PNTargetType PIC X.
           02 PNTarget PIC X(10).
           02 PNDiscType PIC X.
           02 PNDiscValue PIC 9(3)V99.
           02 PNMinOrder PIC 9(7)V99.

       FD OrderPromoFile.
       01 OrderPromoRecord.
           02 ODTimestamp PIC X(21).
           02 ODOrdNum PIC 9(7).
           02 ODLineNum PIC 9(3).
           02 ODCustID PIC 9(5).
           02 ODCode PIC X(10).
           02 ODProdName PIC X(10).
           02 ODQty PIC 9(5).
           02 ODGrossUnit PIC 9(3)V99.
           02 ODGrossExt PIC 9(7)V99.
           02 ODDiscAmt PIC 9(7)V99.
           02 ODSource PIC X.

       WORKING-STORAGE SECTION.
       01 ProductFileStatus PIC XX VALUE "00".
       01 ProdOpen PIC X VALUE 'N'.
       01 Choice PIC 9 VALUE 1.
       01 StayOpen PIC X VALUE 'Y'.
       01 CurrentOperator PIC X(8).
       01 RunDate PIC 9(8).
       01 Yesterday PIC 9(8).
       01 EntryText PIC X(12).
       01 EntryCode PIC X(10).
       01 EntryDesc PIC X(20).
       01 EntryFromDate PIC 9(8).
       01 EntryToDate PIC 9(8).
       01 EntryTargetType PIC X.
       01 EntryTarget PIC X(10).
       01 EntryDiscType PIC X.
       01 EntryDiscValue PIC 9(3)V99.
       01 EntryMinOrder PIC 9(7)V99.
       01 EntryDate PIC 9(8).
       01 DateValid PIC X.
       01 Confirm PIC X.
       01 ListCount PIC 9(5).
       01 AddedCount PIC 9(5) VALUE ZERO.
       01 EndedCount PIC 9(5) VALUE ZERO.

       01 ListHeads PIC X(90) VALUE
          "Code       Description          From     To       " &
          "Applies To   Discount    Min Order".
       01 ListLine.
           02 PrnCode PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnToDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTargetType PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTarget PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDiscount PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnMinOrder PIC $$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRunning PIC X(7).
       01 PctDisplay PIC ZZ9.99.
       01 AmtDisplay PIC $$$9.99.

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY PROMOWS.
       COPY SITEWS.

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
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           COMPUTE Yesterday = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(RunDate) - 1)
           OPEN INPUT ProductFile
           IF ProductFileStatus = "00"
              MOVE 'Y' TO ProdOpen
           ELSE
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
           END-IF
           PERFORM LoadPromos
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "PROMOTIONS"
              DISPLAY "1 : List Promotions"
              DISPLAY "2 : Add Promotion"
              DISPLAY "3 : End Promotion"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListPromotions
                 WHEN 2 PERFORM AddPromotion
                 WHEN 3 PERFORM EndPromotion
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           IF ProdOpen = 'Y'
              CLOSE ProductFile
           END-IF
           DISPLAY "Promotions Added : " AddedCount
           DISPLAY "Promotions Ended : " EndedCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.
       COPY PROMOPROC.

       ListPromotions.
           MOVE ZERO TO ListCount
           DISPLAY " "
           DISPLAY ListHeads
           PERFORM VARYING PNX FROM 1 BY 1 UNTIL PNX > PromoCount
              ADD 1 TO ListCount
              MOVE XPCode(PNX) TO PrnCode
              MOVE XPDesc(PNX) TO PrnDesc
              MOVE XPFromDate(PNX) TO PrnFromDate
              MOVE XPToDate(PNX) TO PrnToDate
              MOVE XPTargetType(PNX) TO PrnTargetType
              MOVE XPTarget(PNX) TO PrnTarget
              MOVE SPACES TO PrnDiscount
              IF XPDiscType(PNX) = 'P'
                 MOVE XPDiscValue(PNX) TO PctDisplay
                 STRING PctDisplay DELIMITED BY SIZE
                    "% OFF" DELIMITED BY SIZE
                    INTO PrnDiscount
                 END-STRING
              ELSE
                 MOVE XPDiscValue(PNX) TO AmtDisplay
                 STRING AmtDisplay DELIMITED BY SIZE
                    " EA" DELIMITED BY SIZE
                    INTO PrnDiscount
                 END-STRING
              END-IF
              MOVE XPMinOrder(PNX) TO PrnMinOrder
              EVALUATE TRUE
                 WHEN XPToDate(PNX) < RunDate
                    MOVE "ENDED" TO PrnRunning
                 WHEN XPFromDate(PNX) > RunDate
                    MOVE "PENDING" TO PrnRunning
                 WHEN OTHER
                    MOVE "RUNNING" TO PrnRunning
              END-EVALUATE
              DISPLAY ListLine
           END-PERFORM
           DISPLAY "Promotions Listed : " ListCount.

       AddPromotion.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           IF PromoCount >= 200
              DISPLAY "Promotion Table Full, Not Added"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Promotion Code : " WITH NO ADVANCING
           MOVE SPACES TO EntryCode
           ACCEPT EntryCode
           MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
           IF EntryCode = SPACES
              DISPLAY "Promotion Code Required"
              EXIT PARAGRAPH
           END-IF
           MOVE EntryCode TO PromoWanted
           MOVE RunDate TO PromoDate
           PERFORM FindPromo
           IF PromoFound = 'Y'
              DISPLAY "Promotion " EntryCode " Already On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Description : " WITH NO ADVANCING
           MOVE SPACES TO EntryDesc
           ACCEPT EntryDesc
           DISPLAY "First Day (YYYYMMDD) : " WITH NO ADVANCING
           PERFORM AcceptDate
           IF DateValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryDate TO EntryFromDate
           DISPLAY "Last Day (YYYYMMDD) : " WITH NO ADVANCING
           PERFORM AcceptDate
           IF DateValid = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE EntryDate TO EntryToDate
           IF EntryToDate < EntryFromDate OR EntryToDate < RunDate
              DISPLAY "Last Day Must Be After First Day And Today"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Applies To (P = Product, C = Category) : "
              WITH NO ADVANCING
           MOVE SPACE TO EntryTargetType
           ACCEPT EntryTargetType
           MOVE FUNCTION UPPER-CASE(EntryTargetType)
              TO EntryTargetType
           EVALUATE EntryTargetType
              WHEN 'P'
                 DISPLAY "Product Name : " WITH NO ADVANCING
              WHEN 'C'
                 DISPLAY "Category : " WITH NO ADVANCING
              WHEN OTHER
                 DISPLAY "Enter P Or C"
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO EntryTarget
           ACCEPT EntryTarget
           IF EntryTarget = SPACES
              DISPLAY "Product Or Category Required"
              EXIT PARAGRAPH
           END-IF
           IF EntryTargetType = 'C'
              MOVE FUNCTION UPPER-CASE(EntryTarget) TO EntryTarget
              IF EntryTarget(7:4) NOT = SPACES
                 DISPLAY "Category Is Up To 6 Characters"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF EntryTargetType = 'P' AND ProdOpen = 'Y'
              MOVE EntryTarget TO PMProdName
              READ ProductFile
                 INVALID KEY
                    DISPLAY "Product " EntryTarget " Not On File"
                    EXIT PARAGRAPH
              END-READ
           END-IF
           DISPLAY "Discount Type (P = Percent, F = Fixed Per Unit) : "
              WITH NO ADVANCING
           MOVE SPACE TO EntryDiscType
           ACCEPT EntryDiscType
           MOVE FUNCTION UPPER-CASE(EntryDiscType) TO EntryDiscType
           IF EntryDiscType NOT = 'P' AND EntryDiscType NOT = 'F'
              DISPLAY "Enter P Or F"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Discount (e.g. 15 Or 2.50) : " WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TEST-NUMVAL(EntryText) NOT = ZERO
              DISPLAY "Discount Not Valid"
              EXIT PARAGRAPH
           END-IF
           COMPUTE EntryDiscValue = FUNCTION NUMVAL(EntryText)
              ON SIZE ERROR
                 DISPLAY "Discount Too Large"
                 EXIT PARAGRAPH
           END-COMPUTE
           IF EntryDiscValue = ZERO
              OR (EntryDiscType = 'P' AND EntryDiscValue > 100)
              DISPLAY "Discount Not Valid"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Minimum Order Value (0 = None) : "
              WITH NO ADVANCING
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TEST-NUMVAL(EntryText) NOT = ZERO
              DISPLAY "Minimum Order Value Not Valid"
              EXIT PARAGRAPH
           END-IF
           COMPUTE EntryMinOrder = FUNCTION NUMVAL(EntryText)
              ON SIZE ERROR
                 DISPLAY "Minimum Order Value Too Large"
                 EXIT PARAGRAPH
           END-COMPUTE
           DISPLAY "Add Promotion " EntryCode " (Y/N) : "
              WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PromoCount
           SET PNX TO PromoCount
           MOVE EntryCode TO XPCode(PNX)
           MOVE EntryDesc TO XPDesc(PNX)
           MOVE EntryFromDate TO XPFromDate(PNX)
           MOVE EntryToDate TO XPToDate(PNX)
           MOVE EntryTargetType TO XPTargetType(PNX)
           MOVE EntryTarget TO XPTarget(PNX)
           MOVE EntryDiscType TO XPDiscType(PNX)
           MOVE EntryDiscValue TO XPDiscValue(PNX)
           MOVE EntryMinOrder TO XPMinOrder(PNX)
           PERFORM RewritePromos
           IF PromoStatus = "00"
              ADD 1 TO AddedCount
              DISPLAY "Promotion " EntryCode " Added"
           END-IF.

       EndPromotion.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Promotion Code : " WITH NO ADVANCING
           MOVE SPACES TO PromoWanted
           ACCEPT PromoWanted
           MOVE RunDate TO PromoDate
           PERFORM FindPromo
           IF PromoFound = 'N'
              DISPLAY "Promotion " PromoWanted " Not On File"
              EXIT PARAGRAPH
           END-IF
           IF XPToDate(PNX) < RunDate
              DISPLAY "Promotion " PromoWanted " Already Ended "
                 XPToDate(PNX)
              EXIT PARAGRAPH
           END-IF
           DISPLAY "End Promotion " PromoWanted " (Y/N) : "
              WITH NO ADVANCING
           MOVE SPACE TO Confirm
           ACCEPT Confirm
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
              EXIT PARAGRAPH
           END-IF
           IF XPFromDate(PNX) > Yesterday
              PERFORM UNTIL PNX >= PromoCount
                 MOVE PromoEntry(PNX + 1) TO PromoEntry(PNX)
                 SET PNX UP BY 1
              END-PERFORM
              SUBTRACT 1 FROM PromoCount
           ELSE
              MOVE Yesterday TO XPToDate(PNX)
           END-IF
           PERFORM RewritePromos
           IF PromoStatus = "00"
              ADD 1 TO EndedCount
              DISPLAY "Promotion " PromoWanted " Ended"
           END-IF.

       AcceptDate.
           MOVE 'N' TO DateValid
           MOVE SPACES TO EntryText
           ACCEPT EntryText
           IF FUNCTION TRIM(EntryText) IS NOT NUMERIC
              DISPLAY "Date Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EntryText) TO EntryDate
           IF FUNCTION TEST-DATE-YYYYMMDD(EntryDate) NOT = ZERO
              DISPLAY "Date Not Valid"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO DateValid.

       RewritePromos.
           OPEN OUTPUT PromoFile
           IF PromoStatus NOT = "00"
              DISPLAY "Unable To Rewrite Promo.dat, Status "
                 PromoStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PNX FROM 1 BY 1 UNTIL PNX > PromoCount
              MOVE XPCode(PNX) TO PNCode
              MOVE XPDesc(PNX) TO PNDesc
              MOVE XPFromDate(PNX) TO PNFromDate
              MOVE XPToDate(PNX) TO PNToDate
              MOVE XPTargetType(PNX) TO PNTargetType
              MOVE XPTarget(PNX) TO PNTarget
              MOVE XPDiscType(PNX) TO PNDiscType
              MOVE XPDiscValue(PNX) TO PNDiscValue
              MOVE XPMinOrder(PNX) TO PNMinOrder
              WRITE PromoRecord
              IF PromoStatus NOT = "00"
                 DISPLAY "Unable To Write Promo.dat, Status "
                    PromoStatus
              END-IF
           END-PERFORM
           CLOSE PromoFile.
