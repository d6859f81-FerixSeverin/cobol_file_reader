           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT OrderPromFile ASSIGN TO "OrderPromise.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderPromStatus.

       DATA DIVISION.
       FILE SECTION.
           02 OANewQty PIC 9(5).
           02 OAOperator PIC X(8).
           02 OAOrdNum PIC 9(7).
           02 OACheck PIC 9(9).

       FD BackorderFile.
       01 BackorderRecord.
           02 SHCarrier PIC X(10).
           02 SHTracking PIC X(20).
           02 SHOperator PIC X(8).
           02 SHFreightCost PIC 9(5)V99.
           02 SHManifest PIC 9(8).

       FD ARTransFile.
       01 ARTransRecord.
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD OrderPromFile.
       01 OrderPromRecord.
           02 PQOrdNum PIC 9(7).
           02 PQCustID PIC 9(5).
           02 PQShipDate PIC 9(8).
           02 PQBackDate PIC 9(8).
           02 PQBasis PIC X.
           02 PQSetDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01 OrderMastStatus PIC XX VALUE "00".
       01 OrderTransStatus PIC XX VALUE "00".
       01 BackorderStatus PIC XX VALUE "00".
       01 ShipmentStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 OrderPromStatus PIC XX VALUE "00".

       01 StayOpen PIC X VALUE 'Y'.
       01 InqOrdNum PIC 9(7).
       01 BackordersShown PIC 9(3).
       01 ShipmentsShown PIC 9(3).
       01 BillingShown PIC 9(3).
       01 PromShipDate PIC 9(8).
       01 PromBackDate PIC 9(8).
       01 MatchRef PIC X(10).
       01 TotalDisplay PIC $$,$$$,$$9.99.
       01 AmountDisplay PIC $$,$$$,$$9.99.
              MOVE OMInvNum TO InqInvNum
           END-IF
           CLOSE OrderMastFile
           PERFORM ShowPromise
           PERFORM ShowOrderLines
           PERFORM ShowAuditTrail
           PERFORM ShowBackorders
           PERFORM ShowShipments
           PERFORM ShowBilling.

       ShowPromise.
           MOVE ZERO TO PromShipDate PromBackDate
           MOVE 'N' TO ScanEOF
           OPEN INPUT OrderPromFile
           IF OrderPromStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ OrderPromFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF PQOrdNum IS NUMERIC
                       AND PQOrdNum = InqOrdNum
                       MOVE PQShipDate TO PromShipDate
                       MOVE PQBackDate TO PromBackDate
                    END-IF
              END-READ
           END-PERFORM
           IF OrderPromStatus NOT = "35"
              CLOSE OrderPromFile
           END-IF
           IF PromShipDate = ZERO
              DISPLAY "Promised Ship Date : None Recorded"
           ELSE
              DISPLAY "Promised Ship Date : " PromShipDate
           END-IF
           IF PromBackDate > ZERO
              DISPLAY "Backordered Units Promised For : "
                 PromBackDate
           END-IF.

       ShowOrderLines.
           MOVE ZERO TO LinesShown
           MOVE 'N' TO ScanEOF
                          " SHIPPED Via " SHCarrier
                          " Tracking " SHTracking
                          " By " SHOperator
                       IF SHManifest IS NUMERIC AND SHManifest > ZERO
                          DISPLAY "    On Manifest Of " SHManifest
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
