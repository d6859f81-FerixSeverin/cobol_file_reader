       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIP_CLOSE.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> End-of-day shipping close. Output is Manifest.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'manifestwork.tmp'.
           SELECT ShipmentFile ASSIGN TO "Shipment.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipmentStatus.
           SELECT ShipmentWork ASSIGN TO "Shipment.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipmentWorkStatus.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT ShipToFile ASSIGN TO "ShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ShipToStatus.
           SELECT OrderShipFile ASSIGN TO "OrderShipTo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderShipStatus.
           SELECT ManifestReport ASSIGN TO "Manifest.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ManifestStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WSortRecord.
           02 WSortCarrier PIC X(10).
           02 WSortOrdNum PIC 9(7).
           02 WSortCustID PIC 9(5).
           02 WSortZip PIC 9(5).
           02 WSortTracking PIC X(20).
           02 WSortBilled PIC 9(5)V99.
           02 WSortCharge PIC 9(5)V99.
           02 WSortShipDate PIC 9(8).
           02 WSortOMStatus PIC X.

       FD ShipmentFile.
       01 ShipmentRecord.
           02 SHTimestamp PIC X(21).
           02 SHOrdNum PIC 9(7).
           02 SHCustID PIC 9(5).
           02 SHCarrier PIC X(10).
           02 SHTracking PIC X(20).
           02 SHOperator PIC X(8).
           02 SHFreightCost PIC 9(5)V99.
           02 SHManifest PIC 9(8).

       FD ShipmentWork.
       01 ShipmentWorkRecord PIC X(86).

       FD OrderMastFile.
       01 OrderMastData.
           02 OMOrdNum PIC 9(7).
           02 OMTimestamp PIC X(21).
           02 OMCustID PIC 9(5).
           02 OMLineCount PIC 9(3).
           02 OMTaxAmt PIC 9(7)V99.
           02 OMFreightAmt PIC 9(5)V99.
           02 OMOrdTotal PIC 9(7)V99.
           02 OMStatus PIC X.
           02 OMOperator PIC X(8).
           02 OMInvNum PIC 9(7).

       FD CustomerFile.
       01 CustomerData.
           02 IDNum PIC 9(5).
           02 FirstName PIC X(15).
           02 LastName PIC X(15).
           02 DateOfBirth.
              03 MOB PIC 99.
              03 DOB PIC 99.
              03 YOB PIC 9(4).
           02 MailAddress.
              03 Street PIC X(20).
              03 City PIC X(15).
              03 State PIC X(2).
              03 Zip PIC 9(5).
           02 TaxID PIC 9(9).
           02 MailPrefs.
              03 NoMailFlag PIC X.
              03 NoMktgFlag PIC X.

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

       FD ManifestReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ShipmentStatus PIC XX VALUE "00".
       01 ShipmentWorkStatus PIC XX VALUE "00".
       01 OrderMastStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 ManifestStatus PIC XX VALUE "00".
       01 ShipmentEOF PIC X VALUE 'N'.
       01 SortedEOF PIC X VALUE 'N'.
       01 MastOpen PIC X VALUE 'N'.
       01 CustOpen PIC X VALUE 'N'.
       01 WorkOK PIC X VALUE 'Y'.
       01 ReportOK PIC X VALUE 'Y'.
       01 CloseDate PIC 9(8).
       01 OrderFound PIC X.
       01 ShipFlag PIC X(20).

       01 ListedCount PIC 9(5) VALUE ZERO.
       01 ListedTable.
           02 ListedEntry OCCURS 0 TO 20000 TIMES
                 DEPENDING ON ListedCount
                 INDEXED BY LSX.
              03 XLOrdNum PIC 9(7).
       01 AlreadyListed PIC X.

       01 HaveCarrier PIC X VALUE 'N'.
       01 PrevCarrier PIC X(10).
       01 CarrierShipments PIC 9(5).
       01 CarrierBilled PIC 9(7)V99.
       01 CarrierCharge PIC 9(7)V99.

       01 ManifestCount PIC 9(3) VALUE ZERO.
       01 ShipmentCount PIC 9(5) VALUE ZERO.
       01 ManifestBilled PIC 9(7)V99 VALUE ZERO.
       01 ManifestCharge PIC 9(7)V99 VALUE ZERO.
       01 MasterOrders PIC 9(5) VALUE ZERO.
       01 MasterFreight PIC 9(7)V99 VALUE ZERO.
       01 NoTrackingCount PIC 9(5) VALUE ZERO.
       01 NotShippedCount PIC 9(5) VALUE ZERO.
       01 DuplicateCount PIC 9(5) VALUE ZERO.

       01 CarrierHeading.
           02 FILLER PIC X(26) VALUE "CARRIER MANIFEST  CARRIER ".
           02 PrnCarrier PIC X(10).
           02 FILLER PIC X(7) VALUE "  DATE ".
           02 PrnCloseDate PIC 9(8).
       01 Heads PIC X(80) VALUE
          "Order   Cust  Ship Date ZIP   Tracking                " &
          "Billed    Charge Flag".
       01 DetailLine.
           02 PrnOrdNum PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShipDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnZip PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTracking PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBilled PIC ZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCharge PIC ZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFlag PIC X(8).
       01 CarrierTotalLine.
           02 FILLER PIC X(12) VALUE "Shipments : ".
           02 PrnCarrierShipments PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "Totals : ".
           02 PrnCarrierBilled PIC ZZZ,ZZ9.99.
           02 PrnCarrierCharge PIC ZZZ,ZZ9.99.
       01 SignLine PIC X(80) VALUE
          "Received By Driver : ______________________  Time : ______".

       01 ReconHeading PIC X(80) VALUE "SHIPPING CLOSE RECONCILIATION".
       01 ReconLine.
           02 PrnReconLabel PIC X(36).
           02 PrnReconCount PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnReconAmount PIC ZZ,ZZZ,ZZ9.99.
       01 BalanceLine.
           02 FILLER PIC X(36) VALUE "Close Is :".
           02 PrnBalance PIC X(14).

       COPY SITEWS.
       COPY SHIPTOWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO CloseDate
           OPEN INPUT OrderMastFile
           IF OrderMastStatus = "00"
              MOVE 'Y' TO MastOpen
           ELSE
              DISPLAY "Unable To Open OrderMast.dat, Status "
                 OrderMastStatus
           END-IF
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustOpen
           END-IF
           OPEN OUTPUT ManifestReport
           IF ManifestStatus NOT = "00"
              DISPLAY "Unable To Open Manifest.rpt, Status "
                 ManifestStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           SORT WorkFile
              ON ASCENDING KEY WSortCarrier WSortOrdNum
              INPUT PROCEDURE IS SelectShipments
              OUTPUT PROCEDURE IS PrintManifests
           PERFORM PrintReconciliation
           IF ManifestStatus NOT = "00"
              DISPLAY "Unable To Write Manifest.rpt, Status "
                 ManifestStatus
              MOVE 'N' TO ReportOK
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE ManifestReport
           IF MastOpen = 'Y'
              CLOSE OrderMastFile
           END-IF
           IF CustOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           IF ShipmentCount > ZERO
              IF WorkOK = 'Y' AND ReportOK = 'Y'
                 PERFORM CopyWorkToShipments
              ELSE
                 DISPLAY "Shipments Not Marked Manifested"
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY "Manifests : " ManifestCount
              "  Shipments : " ShipmentCount
           DISPLAY "No Tracking : " NoTrackingCount
              "  Not Shipped On Master : " NotShippedCount
              "  Duplicates : " DuplicateCount.
           GOBACK.

       COPY SITEPROC.

       COPY SHIPTOPROC.

       SelectShipments.
           OPEN INPUT ShipmentFile
           IF ShipmentStatus NOT = "00"
              DISPLAY "No Shipments On File"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ShipmentWork
           IF ShipmentWorkStatus NOT = "00"
              DISPLAY "Unable To Open Shipment.tmp, Status "
                 ShipmentWorkStatus
              MOVE 'N' TO WorkOK
              CLOSE ShipmentFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ShipmentEOF = 'Y'
              READ ShipmentFile
                 AT END MOVE 'Y' TO ShipmentEOF
                 NOT AT END
                    IF SHManifest IS NOT NUMERIC
                       OR SHManifest = ZERO
                       PERFORM SelectOneShipment
                    END-IF
                    WRITE ShipmentWorkRecord FROM ShipmentRecord
                    IF ShipmentWorkStatus NOT = "00"
                       DISPLAY "Unable To Write Shipment.tmp, Status "
                          ShipmentWorkStatus
                       MOVE 'N' TO WorkOK
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ShipmentFile, ShipmentWork.

       SelectOneShipment.
           ADD 1 TO ShipmentCount
           MOVE CloseDate TO SHManifest
           MOVE SHCarrier TO WSortCarrier
           MOVE SHOrdNum TO WSortOrdNum
           MOVE SHCustID TO WSortCustID
           MOVE SHTracking TO WSortTracking
           MOVE SHTimestamp(1:8) TO WSortShipDate
           MOVE ZERO TO WSortCharge
           IF SHFreightCost IS NUMERIC
              MOVE SHFreightCost TO WSortCharge
           END-IF
           MOVE ZERO TO WSortBilled
           MOVE SPACE TO WSortOMStatus
           MOVE 'N' TO OrderFound
           IF MastOpen = 'Y'
              MOVE SHOrdNum TO OMOrdNum
              READ OrderMastFile
                 INVALID KEY MOVE 'N' TO OrderFound
                 NOT INVALID KEY MOVE 'Y' TO OrderFound
              END-READ
           END-IF
           IF OrderFound = 'Y'
              MOVE OMStatus TO WSortOMStatus
              IF OMFreightAmt IS NUMERIC
                 MOVE OMFreightAmt TO WSortBilled
              END-IF
           END-IF
           PERFORM GetShipmentZip
           RELEASE WSortRecord.

       GetShipmentZip.
           MOVE ZERO TO WSortZip
           MOVE SHOrdNum TO ShipToOrdNum
           PERFORM GetOrderShipTo
           IF ShipToFound = 'Y'
              MOVE ShipToZip TO WSortZip
              EXIT PARAGRAPH
           END-IF
           IF CustOpen = 'Y'
              MOVE SHCustID TO IDNum
              READ CustomerFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF Zip IS NUMERIC
                       MOVE Zip TO WSortZip
                    END-IF
              END-READ
           END-IF.

       PrintManifests.
           PERFORM UNTIL SortedEOF = 'Y'
              RETURN WorkFile
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM PrintOneShipment
              END-RETURN
           END-PERFORM
           IF HaveCarrier = 'Y'
              PERFORM PrintCarrierTotal
           END-IF.

       PrintOneShipment.
           IF HaveCarrier = 'Y' AND WSortCarrier NOT = PrevCarrier
              PERFORM PrintCarrierTotal
           END-IF
           IF HaveCarrier = 'N' OR WSortCarrier NOT = PrevCarrier
              MOVE 'Y' TO HaveCarrier
              MOVE WSortCarrier TO PrevCarrier
              MOVE ZERO TO CarrierShipments CarrierBilled
                 CarrierCharge
              ADD 1 TO ManifestCount
              MOVE WSortCarrier TO PrnCarrier
              MOVE CloseDate TO PrnCloseDate
              WRITE PrintLine FROM CarrierHeading
              WRITE PrintLine FROM Heads
           END-IF
           MOVE 'N' TO AlreadyListed
           IF ListedCount > ZERO
              SET LSX TO 1
              SEARCH ListedEntry
                 AT END CONTINUE
                 WHEN XLOrdNum(LSX) = WSortOrdNum
                    MOVE 'Y' TO AlreadyListed
              END-SEARCH
           END-IF
           MOVE SPACES TO ShipFlag
           EVALUATE TRUE
              WHEN AlreadyListed = 'Y'
                 MOVE "DUPLICAT" TO ShipFlag
                 ADD 1 TO DuplicateCount
              WHEN WSortOMStatus NOT = 'S'
                 MOVE "NOT SHIP" TO ShipFlag
                 ADD 1 TO NotShippedCount
              WHEN OTHER
                 ADD 1 TO MasterOrders
                 ADD WSortBilled TO MasterFreight
                 IF ListedCount < 20000
                    ADD 1 TO ListedCount
                    MOVE WSortOrdNum TO XLOrdNum(ListedCount)
                 END-IF
           END-EVALUATE
           IF WSortTracking = SPACES
              MOVE "NO TRACK" TO ShipFlag
              ADD 1 TO NoTrackingCount
           END-IF
           MOVE WSortOrdNum TO PrnOrdNum
           MOVE WSortCustID TO PrnCustID
           MOVE WSortShipDate TO PrnShipDate
           MOVE WSortZip TO PrnZip
           MOVE WSortTracking TO PrnTracking
           MOVE WSortBilled TO PrnBilled
           MOVE WSortCharge TO PrnCharge
           MOVE ShipFlag TO PrnFlag
           WRITE PrintLine FROM DetailLine
           ADD 1 TO CarrierShipments
           ADD WSortBilled TO CarrierBilled ManifestBilled
           ADD WSortCharge TO CarrierCharge ManifestCharge.

       PrintCarrierTotal.
           MOVE CarrierShipments TO PrnCarrierShipments
           MOVE CarrierBilled TO PrnCarrierBilled
           MOVE CarrierCharge TO PrnCarrierCharge
           WRITE PrintLine FROM CarrierTotalLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM SignLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine.

       PrintReconciliation.
           WRITE PrintLine FROM ReconHeading
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "Shipments On Manifests" TO PrnReconLabel
           MOVE ShipmentCount TO PrnReconCount
           MOVE ManifestBilled TO PrnReconAmount
           WRITE PrintLine FROM ReconLine
           MOVE "Orders Shipped On Order Master" TO PrnReconLabel
           MOVE MasterOrders TO PrnReconCount
           MOVE MasterFreight TO PrnReconAmount
           WRITE PrintLine FROM ReconLine
           MOVE "Carrier Charges On Manifests" TO PrnReconLabel
           MOVE ShipmentCount TO PrnReconCount
           MOVE ManifestCharge TO PrnReconAmount
           WRITE PrintLine FROM ReconLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE ZERO TO PrnReconAmount
           MOVE "No Tracking Number" TO PrnReconLabel
           MOVE NoTrackingCount TO PrnReconCount
           WRITE PrintLine FROM ReconLine
           MOVE "Not At Shipped Status On Master" TO PrnReconLabel
           MOVE NotShippedCount TO PrnReconCount
           WRITE PrintLine FROM ReconLine
           MOVE "Order Already On A Manifest" TO PrnReconLabel
           MOVE DuplicateCount TO PrnReconCount
           WRITE PrintLine FROM ReconLine
           IF ShipmentCount = MasterOrders
              AND ManifestBilled = MasterFreight
              AND NoTrackingCount = ZERO
              MOVE "IN BALANCE" TO PrnBalance
           ELSE
              MOVE "OUT OF BALANCE" TO PrnBalance
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM BalanceLine.

       CopyWorkToShipments.
           MOVE 'N' TO ShipmentEOF
           OPEN INPUT ShipmentWork
           IF ShipmentWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen Shipment.tmp, Status "
                 ShipmentWorkStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ShipmentFile
           IF ShipmentStatus NOT = "00"
              DISPLAY "Unable To Rewrite Shipment.dat, Status "
                 ShipmentStatus
              MOVE 1 TO RETURN-CODE
              CLOSE ShipmentWork
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ShipmentEOF = 'Y'
              READ ShipmentWork
                 AT END MOVE 'Y' TO ShipmentEOF
                 NOT AT END
                    WRITE ShipmentRecord FROM ShipmentWorkRecord
                    IF ShipmentStatus NOT = "00"
                       DISPLAY "Unable To Write Shipment.dat, Status "
                          ShipmentStatus
                       MOVE 1 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ShipmentWork, ShipmentFile.
