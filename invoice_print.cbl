              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT OrderPromoFile ASSIGN TO "OrderPromo.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderPromoStatus.
           SELECT InvCtlFile ASSIGN TO "InvCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS InvCtlStatus.
           SELECT InvoiceReport ASSIGN TO "Invoice.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS InvoiceReportStatus.
           SELECT EDelivPrefFile ASSIGN TO "EDelivPref.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EDelivPrefStatus.
           SELECT ContactFile ASSIGN TO "CustContact.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ContactKey
              FILE STATUS IS ContactFileStatus.
           SELECT BounceFile ASSIGN TO "EBounce.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BounceStatus.
           SELECT EDelivOutFile ASSIGN TO "EDelivOut.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EDelivOutStatus.
           SELECT EDelivLogFile ASSIGN TO "EDelivLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EDelivLogStatus.

       DATA DIVISION.
       FILE SECTION.
              03 NoMailFlag PIC X.
              03 NoMktgFlag PIC X.

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

       FD InvCtlFile.
       01 InvCtlRecord PIC 9(7).

       FD InvoiceReport.
       01 PrintLine PIC X(70).

       FD EDelivPrefFile.
       01 EDelivPrefRecord.
           02 EPCustID PIC 9(5).
           02 EPOptIn PIC X.
           02 EPDate PIC 9(8).
           02 EPOperator PIC X(8).

       FD ContactFile.
       01 ContactData.
           02 ContactKey.
              03 CCCustID PIC 9(5).
              03 CCSeq PIC 9(3).
           02 CCType PIC X(5).
           02 CCValue PIC X(40).

       FD BounceFile.
       01 BounceRecord.
           02 EBEmail PIC X(40).
           02 EBDate PIC 9(8).
           02 EBReason PIC X(30).

       FD EDelivOutFile.
       01 EDelivOutRecord.
           02 EOCustID PIC 9(5).
           02 EODocType PIC X(4).
           02 EODocRef PIC X(10).
           02 EOEmail PIC X(40).
           02 EOLineNum PIC 9(3).
           02 EOText PIC X(70).

       FD EDelivLogFile.
       01 EDelivLogRecord.
           02 ELTimestamp PIC X(21).
           02 ELCustID PIC 9(5).
           02 ELDocType PIC X(4).
           02 ELDocRef PIC X(10).
           02 ELEmail PIC X(40).
           02 ELResult PIC X(8).
           02 ELLines PIC 9(3).

       WORKING-STORAGE SECTION.
       01 OrderMastStatus PIC XX VALUE "00".
       01 OrderTransStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 InvCtlStatus PIC XX VALUE "00".
       01 OrderPromoStatus PIC XX VALUE "00".
       01 InvoiceReportStatus PIC XX VALUE "00".

       01 StayOpen PIC X VALUE 'Y'.
       01 LineScanEOF PIC X.
       01 LinesPrinted PIC 9(3).
       01 InvoicesPrinted PIC 9(5) VALUE ZERO.
       01 InvoicesSent PIC 9(5) VALUE ZERO.
       01 DocLine PIC X(70).
       01 CustomerOnFile PIC X.
       01 NameLine PIC X(31).
       01 CityStateZip PIC X(29).
       01 ZipDisplay PIC 9(5).
       01 MerchTotal PIC 9(9)V99.
       01 PromoScanEOF PIC X.
       01 PromoOnLine PIC X.
       01 LineGrossExt PIC 9(7)V99.
       01 InvPromoCount PIC 9(3).
       01 InvPromoTable.
           02 InvPromoEntry OCCURS 0 TO 100 TIMES
                 DEPENDING ON InvPromoCount
                 INDEXED BY IPX.
              03 IPLineNum PIC 9(3).
              03 IPCode PIC X(10).
              03 IPGrossUnit PIC 9(3)V99.

       01 InvoiceHeading.
           02 FILLER PIC X(10) VALUE "INVOICE : ".
           02 PrnUnitPrice PIC $$$9.99.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnExtended PIC $$,$$$,$$9.99.
       01 InvoicePromoLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "PROMOTION ".
           02 PrnPromoCode PIC X(10).
           02 FILLER PIC X(16) VALUE SPACE.
           02 PrnPromoDisc PIC $$,$$$,$$9.99-.
       01 MerchTotalLine.
           02 FILLER PIC X(16) VALUE "MERCHANDISE :".
           02 PrnMerchTotal PIC $$$,$$$,$$9.99.
           02 OJAfter PIC X(77).

       COPY SITEWS.
       COPY EDELIVWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM ResolveDatasetNames
           PERFORM LoadEDeliv
           DISPLAY "INVOICE PRINT"
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY "Enter Order Number (0 = Done) : "
                 PERFORM PrintOneInvoice
              END-IF
           END-PERFORM
           DISPLAY "Invoices Printed : " InvoicesPrinted
           DISPLAY "Invoices Sent By Email : " InvoicesSent.
           STOP RUN.

       COPY SITEPROC.
       COPY EDELIVPROC.

       PrintOneInvoice.
           MOVE 'Y' TO OrderFound
           END-IF.

       WriteInvoiceDoc.
           MOVE OMCustID TO EDelivCustID
           PERFORM CheckEDeliv
           MOVE "INV" TO EDelivDocType
           MOVE WorkInvNum TO EDelivDocRef
           PERFORM StartEDelivDoc
           IF EDelivOn = 'N'
              OPEN EXTEND InvoiceReport
              IF InvoiceReportStatus = "35"
                 OPEN OUTPUT InvoiceReport
              END-IF
              IF InvoiceReportStatus NOT = "00"
                 DISPLAY "Unable To Open Invoice.rpt, Status "
                    InvoiceReportStatus
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE SPACES TO DocLine
           PERFORM PutDocLine
           MOVE WorkInvNum TO PrnInvNum
           MOVE OMOrdNum TO PrnOrdNum
           MOVE OMTimestamp(1:8) TO PrnOrdDate
           MOVE InvoiceHeading TO DocLine
           PERFORM PutDocLine
           PERFORM WriteBillTo
           MOVE DetailHeads TO DocLine
           PERFORM PutDocLine
           PERFORM WriteInvoiceLines
           MOVE ZERO TO MerchTotal
           IF OMOrdTotal IS NUMERIC
                 OMOrdTotal - OMTaxAmt - OMFreightAmt
           END-IF
           MOVE MerchTotal TO PrnMerchTotal
           MOVE MerchTotalLine TO DocLine
           PERFORM PutDocLine
           MOVE OMTaxAmt TO PrnTaxAmt
           MOVE TaxLine TO DocLine
           PERFORM PutDocLine
           IF OMFreightAmt IS NUMERIC AND OMFreightAmt > ZERO
              MOVE OMFreightAmt TO PrnFreightAmt
              MOVE FreightLine TO DocLine
              PERFORM PutDocLine
           END-IF
           MOVE OMOrdTotal TO PrnInvTotal
           MOVE InvTotalLine TO DocLine
           PERFORM PutDocLine
           EVALUATE TRUE
              WHEN EDelivOn = 'Y'
                 ADD 1 TO InvoicesSent
                 DISPLAY "Invoice " WorkInvNum " Sent To "
                    FUNCTION TRIM(EDelivEmail)
              WHEN InvoiceReportStatus NOT = "00"
                 DISPLAY "Unable To Write Invoice.rpt, Status "
                    InvoiceReportStatus
              WHEN OTHER
                 ADD 1 TO InvoicesPrinted
                 IF EDelivBounced = 'Y'
                    DISPLAY "Email To " FUNCTION TRIM(EDelivEmail)
                       " Has Bounced, Invoice Printed Instead"
                 END-IF
                 DISPLAY "Invoice " WorkInvNum " Printed To Invoice.rpt"
           END-EVALUATE
           IF EDelivOn = 'N'
              CLOSE InvoiceReport
           END-IF
           PERFORM EndEDelivDoc.

       PutDocLine.
           IF EDelivOn = 'Y'
              MOVE DocLine TO EDelivText
              PERFORM PutEDelivLine
           ELSE
              WRITE PrintLine FROM DocLine
           END-IF.

       WriteBillTo.
           OPEN INPUT CustomerFile
              INVALID KEY MOVE 'N' TO CustomerOnFile
           END-READ
           IF CustomerOnFile = 'N'
              MOVE "CUSTOMER NOT ON FILE" TO DocLine
              PERFORM PutDocLine
           ELSE
              MOVE SPACES TO NameLine
              STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                 FUNCTION TRIM(LastName) DELIMITED BY SIZE
                 INTO NameLine
              END-STRING
              MOVE NameLine TO DocLine
              PERFORM PutDocLine
              MOVE Street TO DocLine
              PERFORM PutDocLine
              MOVE Zip TO ZipDisplay
              MOVE SPACES TO CityStateZip
              STRING FUNCTION TRIM(City) DELIMITED BY SIZE
                 ZipDisplay DELIMITED BY SIZE
                 INTO CityStateZip
              END-STRING
              MOVE CityStateZip TO DocLine
              PERFORM PutDocLine
           END-IF
           CLOSE CustomerFile.

       LoadInvoicePromos.
           MOVE ZERO TO InvPromoCount
           MOVE 'N' TO PromoScanEOF
           OPEN INPUT OrderPromoFile
           IF OrderPromoStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromoScanEOF = 'Y'
              READ OrderPromoFile
                 AT END MOVE 'Y' TO PromoScanEOF
                 NOT AT END
                    IF ODOrdNum IS NUMERIC
                       AND ODOrdNum = WorkOrdNum
                       AND ODGrossUnit IS NUMERIC
                       AND InvPromoCount < 100
                       ADD 1 TO InvPromoCount
                       MOVE ODLineNum TO IPLineNum(InvPromoCount)
                       MOVE ODCode TO IPCode(InvPromoCount)
                       MOVE ODGrossUnit TO IPGrossUnit(InvPromoCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OrderPromoFile.

       WriteInvoiceLines.
           PERFORM LoadInvoicePromos
           MOVE ZERO TO LinesPrinted
           MOVE 'N' TO LineScanEOF
           OPEN INPUT OrderTransFile
                       MOVE OTQty TO PrnQty
                       MOVE OTUnitPrice TO PrnUnitPrice
                       MOVE OTExtPrice TO PrnExtended
                       PERFORM FindLinePromo
                       MOVE InvoiceDetailLine TO DocLine
                       PERFORM PutDocLine
                       IF PromoOnLine = 'Y'
                          MOVE InvoicePromoLine TO DocLine
                          PERFORM PutDocLine
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
              CLOSE OrderTransFile
           END-IF
           IF LinesPrinted = ZERO
              MOVE "NO OPEN LINES (SEE ORDER HISTORY)" TO DocLine
              PERFORM PutDocLine
           END-IF.

       FindLinePromo.
           MOVE 'N' TO PromoOnLine
           IF InvPromoCount = 0
              EXIT PARAGRAPH
           END-IF
           SET IPX TO 1
           SEARCH InvPromoEntry
              AT END CONTINUE
              WHEN IPLineNum(IPX) = OTLineNum
                 MOVE 'Y' TO PromoOnLine
           END-SEARCH
           IF PromoOnLine = 'N'
              EXIT PARAGRAPH
           END-IF
           COMPUTE LineGrossExt = OTQty * IPGrossUnit(IPX)
           IF LineGrossExt NOT > OTExtPrice
              MOVE 'N' TO PromoOnLine
              EXIT PARAGRAPH
           END-IF
           MOVE IPGrossUnit(IPX) TO PrnUnitPrice
           MOVE LineGrossExt TO PrnExtended
           MOVE IPCode(IPX) TO PrnPromoCode
           COMPUTE PrnPromoDisc = OTExtPrice - LineGrossExt.

       WriteOrdJournal.
           CALL "ORD_JOURNAL" USING OrdJournalRequest
              ON EXCEPTION CONTINUE
