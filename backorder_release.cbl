              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT KitCompFile ASSIGN TO "KitComp.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KitCompStatus.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT ShipToFile ASSIGN TO "ShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipToStatus.
           SELECT OrderShipFile ASSIGN TO "OrderShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderShipStatus.
           SELECT SubstFile ASSIGN TO "Substitute.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SubstStatus.
           SELECT NoticeReport ASSIGN TO "DisconNotice.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NoticeStatus.

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

       FD KitCompFile.
       01 KitCompRecord.
           02 KCKitName PIC X(10).
           02 KCCompName PIC X(10).
           02 KCCompSize PIC A.
           02 KCCompQty PIC 9(3).

       FD OrderTransFile.
       01 OrderTransRecord.
           02 OMOperator PIC X(8).
           02 OMInvNum PIC 9(7).

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

       FD ContractFile.
       01 ContractRecord.
           02 CNCustID PIC 9(5).
           02 CNEffFrom PIC 9(8).
           02 CNEffTo PIC 9(8).

       FD SubstFile.
       01 SubstRecord.
           02 SJProdName PIC X(10).
           02 SJSubName PIC X(10).
           02 SJSetDate PIC 9(8).
           02 SJOperator PIC X(8).

       FD NoticeReport.
       01 NoticeLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 BackorderStatus PIC XX VALUE "00".
       01 BackorderWorkStatus PIC XX VALUE "00".
       01 WorkEOF PIC X VALUE 'N'.
       01 FilledCount PIC 9(5) VALUE ZERO.
       01 WaitingCount PIC 9(5) VALUE ZERO.
       01 ConvertedCount PIC 9(5) VALUE ZERO.
       01 CancelledCount PIC 9(5) VALUE ZERO.
       01 NextOrderNum PIC 9(7).
       01 ReleaseTimestamp PIC X(21).
       01 ReleaseTimestampParts REDEFINES ReleaseTimestamp.
              03 CPEffTo PIC 9(8).
       01 ContractApplied PIC X.

       01 NoticeStatus PIC XX VALUE "00".
       01 NoticeOpen PIC X VALUE 'N'.
       01 SubstUsable PIC X.
       01 NoticeAction PIC X(9).
       01 NoticeName PIC X(25).
       01 NoticeHeading.
           02 FILLER PIC X(43) VALUE
              "BACKORDERS FOR DISCONTINUED PRODUCTS  DATE ".
           02 PrnNoticeDate PIC 9(8).
       01 NoticeHeads.
           02 FILLER PIC X(6) VALUE "Cust".
           02 FILLER PIC X(26) VALUE "Customer".
           02 FILLER PIC X(21) VALUE "Street".
           02 FILLER PIC X(16) VALUE "City".
           02 FILLER PIC X(3) VALUE "St".
           02 FILLER PIC X(6) VALUE "ZIP".
           02 FILLER PIC X(8) VALUE "Order".
           02 FILLER PIC X(11) VALUE "Product".
           02 FILLER PIC X(2) VALUE "S".
           02 FILLER PIC X(6) VALUE "  Qty".
           02 FILLER PIC X(10) VALUE "Action".
           02 FILLER PIC X(10) VALUE "Substitute".
       01 NoticeDetail.
           02 PrnNoticeCust PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeName PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeStreet PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeCity PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeZip PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeOrd PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeProd PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeQty PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeAction PIC X(9).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoticeSubst PIC X(10).
       01 NoticeTotalLine.
           02 FILLER PIC X(12) VALUE "Converted : ".
           02 PrnNoticeConverted PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "  Cancelled : ".
           02 PrnNoticeCancelled PIC ZZZZ9.

       01 OrdJournalRequest.
           02 OJAction PIC X(6).
           02 OJBefore PIC X(77).
           02 XROK PIC X.

       COPY SITEWS.
       COPY SIZEWS.
       COPY KITWS.
       COPY SHIPTOWS.
       COPY SUBSTWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           PERFORM LoadKitTable
           PERFORM OpenProductFile
           PERFORM LoadEffPrices
           PERFORM LoadTaxTable
           PERFORM LoadContracts
           PERFORM LoadSubstitutes
           IF ProdOpen NOT = 'Y'
              DISPLAY "No Product Data, Nothing Released"
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM OpenNoticeReport
              PERFORM ReleaseBackorders
              IF RETURN-CODE = 0
                 PERFORM RewriteBackorderFile
              END-IF
              PERFORM CloseNoticeReport
              CLOSE ProductFile
              DISPLAY "Backorders Filled : " FilledCount
              DISPLAY "Backorders Still Waiting : " WaitingCount
              DISPLAY "Backorders Converted : " ConvertedCount
              DISPLAY "Backorders Cancelled : " CancelledCount
           END-IF.
           GOBACK.

       COPY SITEPROC.

       COPY SIZEPROC.

       COPY KITPROC.

       COPY KITSTOCK.

       COPY SHIPTOPROC.

       COPY SUBSTPROC.

       LoadContracts.
           MOVE ZERO TO ContractCount
           MOVE 'N' TO ContractEOF
                 NOT INVALID KEY MOVE State TO CustState
              END-READ
              CLOSE CustomerFile
           END-IF
           MOVE 'N' TO ShipToFound
           IF BOOrdNum IS NUMERIC AND BOOrdNum > ZERO
              MOVE BOOrdNum TO ShipToOrdNum
              PERFORM GetOrderShipTo
              IF ShipToFound = 'Y'
                 MOVE ShipToState TO CustState
              END-IF
           END-IF.

       LookUpTaxRate.
       ReleaseOneBackorder.
           IF BOStatus = 'O'
              PERFORM LookUpProduct
              IF ProdFound = 'Y' AND PMStatus = 'D'
                 PERFORM ConvertDiscontinued
              END-IF
           END-IF
           IF BOStatus = 'O'
              PERFORM LookUpProduct
              MOVE 'N' TO StockSizeOK
              IF ProdFound = 'Y'
                 MOVE BOProdName TO StockProdName
                 MOVE BOSize TO StockSize
                 PERFORM GetLineAvail
              END-IF
              IF StockSizeOK = 'Y'
                 AND BOQty <= LineAvail
                 MOVE BOQty TO StockQty
                 MOVE 'A' TO StockAction
                 PERFORM UpdateLineStock
                 PERFORM LookUpProduct
                 PERFORM WriteReleasedOrder
                 MOVE "ADD" TO XRFunc
                 MOVE BOCustID TO XRCustID
              MOVE 1 TO RETURN-CODE
           END-IF.

       ConvertDiscontinued.
           MOVE BOProdName TO SubstWanted
           PERFORM FindSubstitute
           MOVE 'N' TO SubstUsable
           IF SubstFound = 'Y'
              MOVE SubstName TO PMProdName
              READ ProductFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PMStatus NOT = 'D'
                       MOVE 'Y' TO SubstUsable
                    END-IF
              END-READ
           END-IF
           IF SubstUsable = 'Y'
              MOVE SubstName TO StockProdName
              MOVE BOSize TO StockSize
              PERFORM GetLineAvail
              IF StockSizeOK NOT = 'Y'
                 MOVE 'N' TO SubstUsable
              END-IF
           END-IF
           MOVE BOProdName TO PrnNoticeProd
           IF SubstUsable = 'Y'
              MOVE "CONVERTED" TO NoticeAction
              MOVE SubstName TO BOProdName
              ADD 1 TO ConvertedCount
              DISPLAY "Converted : Cust " BOCustID " "
                 PrnNoticeProd " To " SubstName
           ELSE
              MOVE "CANCELLED" TO NoticeAction
              MOVE SPACES TO SubstName
              MOVE 'X' TO BOStatus
              ADD 1 TO CancelledCount
              DISPLAY "Cancelled : Cust " BOCustID " "
                 PrnNoticeProd " Qty " BOQty
           END-IF
           PERFORM WriteDisconNotice.

       OpenNoticeReport.
           OPEN OUTPUT NoticeReport
           IF NoticeStatus NOT = "00"
              DISPLAY "Unable To Open DisconNotice.rpt, Status "
                 NoticeStatus
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO NoticeOpen
           MOVE FUNCTION CURRENT-DATE(1:8) TO PrnNoticeDate
           WRITE NoticeLine FROM NoticeHeading
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           WRITE NoticeLine FROM NoticeHeads.

       WriteDisconNotice.
           IF NoticeOpen NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NoticeName PrnNoticeStreet PrnNoticeCity
              PrnNoticeState
           MOVE ZERO TO PrnNoticeZip
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE BOCustID TO IDNum
              READ CustomerFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    STRING FUNCTION TRIM(FirstName) " "
                       FUNCTION TRIM(LastName)
                       DELIMITED BY SIZE INTO NoticeName
                    END-STRING
                    MOVE Street TO PrnNoticeStreet
                    MOVE City TO PrnNoticeCity
                    MOVE State TO PrnNoticeState
                    IF Zip IS NUMERIC
                       MOVE Zip TO PrnNoticeZip
                    END-IF
              END-READ
              CLOSE CustomerFile
           END-IF
           MOVE BOCustID TO PrnNoticeCust
           MOVE NoticeName TO PrnNoticeName
           IF BOOrdNum IS NUMERIC
              MOVE BOOrdNum TO PrnNoticeOrd
           ELSE
              MOVE ZERO TO PrnNoticeOrd
           END-IF
           MOVE BOSize TO PrnNoticeSize
           MOVE BOQty TO PrnNoticeQty
           MOVE NoticeAction TO PrnNoticeAction
           MOVE SubstName TO PrnNoticeSubst
           WRITE NoticeLine FROM NoticeDetail.

       CloseNoticeReport.
           IF NoticeOpen NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           IF ConvertedCount = ZERO AND CancelledCount = ZERO
              MOVE "No Open Backorders For Discontinued Products"
                 TO NoticeLine
              WRITE NoticeLine
           ELSE
              MOVE ConvertedCount TO PrnNoticeConverted
              MOVE CancelledCount TO PrnNoticeCancelled
              WRITE NoticeLine FROM NoticeTotalLine
           END-IF
           CLOSE NoticeReport.

       LookUpProduct.
           MOVE 'N' TO ProdFound
           IF ProdOpen = 'Y'
              END-IF
              CLOSE OrderTransFile
              PERFORM WriteOrderMast
              MOVE NextOrderNum TO ShipToOrdNum
              PERFORM WriteOrderShipTo
           END-IF.

       WriteOrderMast.
