       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE_LIST.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Price list by category. Output is PriceList.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'pricework.tmp'.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT PriceFile ASSIGN TO "PriceFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PriceFileStatus.
           SELECT QtyBreakFile ASSIGN TO "QtyBreak.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS QtyBreakStatus.
           SELECT ContractFile ASSIGN TO "Contract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ContractStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT PriceReport ASSIGN TO "PriceList.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PriceReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WSortRecord.
           02 WSortCategory PIC X(6).
           02 WSortProdName PIC X(10).
           02 WSortSizes PIC X(3).
           02 WSortPrice PIC 9(3)V99.
           02 WSortStatus PIC X.
           02 WSortContract PIC X.
           02 WSortChanged PIC X.

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

       FD PriceFile.
       01 PriceFileRecord.
           02 PRProdName PIC X(10).
           02 PREffDate PIC 9(8).
           02 PRPrice PIC 9(3)V99.

       FD QtyBreakFile.
       01 QtyBreakRecord.
           02 QBProdName PIC X(10).
           02 QBMinQty PIC 9(5).
           02 QBPrice PIC 9(3)V99.

       FD ContractFile.
       01 ContractRecord.
           02 CNCustID PIC 9(5).
           02 CNProdName PIC X(10).
           02 CNPrice PIC 9(3)V99.
           02 CNEffFrom PIC 9(8).
           02 CNEffTo PIC 9(8).

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

       FD PriceReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 ProductFileStatus PIC XX VALUE "00".
       01 PriceFileStatus PIC XX VALUE "00".
       01 QtyBreakStatus PIC XX VALUE "00".
       01 ContractStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 PriceReportStatus PIC XX VALUE "00".
       01 ProductFileEOF PIC X VALUE 'N'.
       01 PriceFileEOF PIC X.
       01 QtyBreakEOF PIC X.
       01 ContractEOF PIC X.
       01 SortedEOF PIC X VALUE 'N'.

       01 ListDateText PIC X(8) VALUE SPACES.
       01 ListDate PIC 9(8).
       01 ListCustText PIC X(5) VALUE SPACES.
       01 ListCustID PIC 9(5) VALUE ZERO.
       01 ListCategory PIC X(6) VALUE SPACES.
       01 CustName PIC X(31).
       01 PrevCategory PIC X(6).
       01 ListedCount PIC 9(5) VALUE ZERO.
       01 ContractListed PIC 9(5) VALUE ZERO.
       01 ChangedCount PIC 9(5) VALUE ZERO.
       01 ProdCategory PIC X(6).

       01 TodayStamp PIC X(21).
       01 TodayStampParts REDEFINES TodayStamp.
           02 TodayDate PIC 9(8).
           02 FILLER PIC X(13).
       01 DateRequest.
           02 DUFunction PIC X(8).
           02 DUDate1 PIC 9(8).
           02 DUDate2 PIC 9(8).
           02 DUDays PIC S9(7).
           02 DUResult PIC S9(7).
           02 DUValid PIC X.

       01 EffPriceCount PIC 9(4) VALUE ZERO.
       01 EffPriceTable.
           02 EffPriceEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON EffPriceCount
                 INDEXED BY EX.
              03 EPProdName PIC X(10).
              03 EPEffDate PIC 9(8).
              03 EPPrice PIC 9(3)V99.
       01 PriceAsOf PIC 9(8).
       01 BestEffDate PIC 9(8).
       01 PriceOnDate PIC 9(3)V99.
       01 PriceToday PIC 9(3)V99.

       01 QtyBreakCount PIC 9(3) VALUE ZERO.
       01 QtyBreakTable.
           02 QtyBreakEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON QtyBreakCount
                 INDEXED BY QX.
              03 QTBProdName PIC X(10).
              03 QTBMinQty PIC 9(5).
              03 QTBPrice PIC 9(3)V99.

       01 ContractCount PIC 9(3) VALUE ZERO.
       01 ContractTable.
           02 ContractEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON ContractCount
                 INDEXED BY CNX.
              03 CPProdName PIC X(10).
              03 CPPrice PIC 9(3)V99.

       01 ReportHeading.
           02 FILLER PIC X(21) VALUE "PRICE LIST EFFECTIVE ".
           02 PrnListDate PIC 9(8).
       01 CustHeading.
           02 FILLER PIC X(13) VALUE "FOR CUSTOMER ".
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(31).
       01 Heads PIC X(60) VALUE
          "Product     Sizes       Price  Status        Note".
       01 CategoryLine.
           02 FILLER PIC X(11) VALUE "Category : ".
           02 PrnCategory PIC X(6).
       01 PriceDetailLine.
           02 PrnProdName PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSizes PIC X(3).
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnPrice PIC $$$9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStatus PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNote PIC X(20).
       01 TierLine.
           02 FILLER PIC X(6) VALUE SPACE.
           02 FILLER PIC X(4) VALUE "Qty ".
           02 PrnTierQty PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE " And Over ".
           02 PrnTierPrice PIC $$$9.99.
       01 FooterListed.
           02 FILLER PIC X(18) VALUE "Products Listed :".
           02 PrnListedCount PIC ZZZZ9.
       01 FooterChanged.
           02 FILLER PIC X(32) VALUE
              "Prices Changed From Today :".
           02 PrnChangedCount PIC ZZZZ9.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO TodayStamp
           ACCEPT ListDateText FROM ENVIRONMENT "PRICE_DATE"
           IF ListDateText NOT = SPACE
              ACCEPT ListCustText FROM ENVIRONMENT "PRICE_CUST"
              ACCEPT ListCategory FROM ENVIRONMENT "PRICE_CATEGORY"
           ELSE
              DISPLAY "List Date (YYYYMMDD, Blank = Today) : "
                 WITH NO ADVANCING
              ACCEPT ListDateText
              DISPLAY "Customer (Blank = List Prices) : "
                 WITH NO ADVANCING
              ACCEPT ListCustText
              DISPLAY "Category (Blank = All) : "
                 WITH NO ADVANCING
              ACCEPT ListCategory
           END-IF
           MOVE FUNCTION UPPER-CASE(ListCategory) TO ListCategory
           PERFORM CheckListDate
           IF RETURN-CODE = 0
              PERFORM CheckListCustomer
           END-IF
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF
           PERFORM LoadEffPrices
           PERFORM LoadQtyBreaks
           IF ListCustID NOT = ZERO
              PERFORM LoadContracts
           END-IF
           SORT WorkFile
              ON ASCENDING KEY WSortCategory WSortProdName
              INPUT PROCEDURE IS SelectProducts
              OUTPUT PROCEDURE IS PrintPriceList
           DISPLAY "Products Listed : " ListedCount
           IF ListCustID NOT = ZERO
              DISPLAY "At Contract Price : " ContractListed
           END-IF
           IF ListDate > TodayDate
              DISPLAY "Prices Changed From Today : " ChangedCount
           END-IF.
           GOBACK.

       COPY SITEPROC.

       CheckListDate.
           IF ListDateText = SPACE
              MOVE TodayDate TO ListDate
              EXIT PARAGRAPH
           END-IF
           IF ListDateText IS NOT NUMERIC
              DISPLAY "List Date Not Valid : " ListDateText
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ListDateText TO ListDate
           MOVE "VALIDATE" TO DUFunction
           MOVE ListDate TO DUDate1
           CALL "DATEUTIL" USING DateRequest
              ON EXCEPTION MOVE 'Y' TO DUValid
           END-CALL
           IF DUValid NOT = 'Y'
              DISPLAY "List Date Not Valid : " ListDateText
              MOVE 1 TO RETURN-CODE
           END-IF.

       CheckListCustomer.
           IF ListCustText = SPACE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ListCustText) IS NOT NUMERIC
              DISPLAY "Customer Number Not Valid : " ListCustText
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ListCustText) TO ListCustID
           OPEN INPUT CustomerFile
           IF CustomerFileStatus NOT = "00"
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ListCustID TO IDNum
           READ CustomerFile
              INVALID KEY
                 DISPLAY "Customer " ListCustID " Not On File"
                 MOVE 1 TO RETURN-CODE
              NOT INVALID KEY
                 MOVE SPACES TO CustName
                 STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                    SPACE DELIMITED BY SIZE
                    FUNCTION TRIM(LastName) DELIMITED BY SIZE
                    INTO CustName
                 END-STRING
           END-READ
           CLOSE CustomerFile.

       LoadEffPrices.
           MOVE ZERO TO EffPriceCount
           MOVE 'N' TO PriceFileEOF
           OPEN INPUT PriceFile
           IF PriceFileStatus NOT = "00"
              MOVE 'Y' TO PriceFileEOF
           END-IF
           PERFORM UNTIL PriceFileEOF = 'Y'
                 OR EffPriceCount >= 2000
              READ PriceFile
                 AT END MOVE 'Y' TO PriceFileEOF
                 NOT AT END
                    IF PREffDate IS NUMERIC
                       ADD 1 TO EffPriceCount
                       MOVE PRProdName TO
                          EPProdName(EffPriceCount)
                       MOVE PREffDate TO EPEffDate(EffPriceCount)
                       MOVE PRPrice TO EPPrice(EffPriceCount)
                    END-IF
              END-READ
           END-PERFORM
           IF EffPriceCount >= 2000
              DISPLAY "Price Table Full, Some Effective Prices "
                 "Ignored"
           END-IF
           IF PriceFileStatus NOT = "35"
              CLOSE PriceFile
           END-IF.

       LoadQtyBreaks.
           MOVE ZERO TO QtyBreakCount
           MOVE 'N' TO QtyBreakEOF
           OPEN INPUT QtyBreakFile
           IF QtyBreakStatus NOT = "00"
              MOVE 'Y' TO QtyBreakEOF
           END-IF
           PERFORM UNTIL QtyBreakEOF = 'Y' OR QtyBreakCount >= 500
              READ QtyBreakFile
                 AT END MOVE 'Y' TO QtyBreakEOF
                 NOT AT END
                    IF QBMinQty IS NUMERIC AND QBPrice IS NUMERIC
                       ADD 1 TO QtyBreakCount
                       MOVE QBProdName TO
                          QTBProdName(QtyBreakCount)
                       MOVE QBMinQty TO QTBMinQty(QtyBreakCount)
                       MOVE QBPrice TO QTBPrice(QtyBreakCount)
                    END-IF
              END-READ
           END-PERFORM
           IF QtyBreakStatus NOT = "35"
              CLOSE QtyBreakFile
           END-IF.

       LoadContracts.
           MOVE ZERO TO ContractCount
           MOVE 'N' TO ContractEOF
           OPEN INPUT ContractFile
           IF ContractStatus NOT = "00"
              MOVE 'Y' TO ContractEOF
           END-IF
           PERFORM UNTIL ContractEOF = 'Y' OR ContractCount >= 500
              READ ContractFile
                 AT END MOVE 'Y' TO ContractEOF
                 NOT AT END
                    IF CNCustID IS NUMERIC AND CNPrice IS NUMERIC
                       AND CNCustID = ListCustID
                       AND CNEffFrom IS NUMERIC
                       AND CNEffTo IS NUMERIC
                       AND CNEffFrom <= ListDate
                       AND CNEffTo >= ListDate
                       ADD 1 TO ContractCount
                       MOVE CNProdName TO
                          CPProdName(ContractCount)
                       MOVE CNPrice TO CPPrice(ContractCount)
                    END-IF
              END-READ
           END-PERFORM
           IF ContractStatus NOT = "35"
              CLOSE ContractFile
           END-IF.

       SelectProducts.
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ProductFileEOF = 'Y'
              READ ProductFile NEXT RECORD
                 AT END MOVE 'Y' TO ProductFileEOF
                 NOT AT END PERFORM ReleaseOneProduct
              END-READ
           END-PERFORM
           CLOSE ProductFile.

       ReleaseOneProduct.
           MOVE PMCategory TO ProdCategory
           IF ProdCategory = SPACE
              MOVE "NOCAT" TO ProdCategory
           END-IF
           IF ListCategory NOT = SPACE
              AND ProdCategory NOT = ListCategory
              EXIT PARAGRAPH
           END-IF
           MOVE ListDate TO PriceAsOf
           PERFORM GetPriceAsOf
           MOVE PriceOnDate TO WSortPrice
           MOVE 'N' TO WSortChanged
           IF ListDate > TodayDate
              MOVE PriceOnDate TO PriceToday
              MOVE TodayDate TO PriceAsOf
              PERFORM GetPriceAsOf
              IF PriceOnDate NOT = PriceToday
                 MOVE 'Y' TO WSortChanged
              END-IF
           END-IF
           MOVE 'N' TO WSortContract
           PERFORM VARYING CNX FROM 1 BY 1
              UNTIL CNX > ContractCount
              IF CPProdName(CNX) = PMProdName
                 MOVE CPPrice(CNX) TO WSortPrice
                 MOVE 'Y' TO WSortContract
              END-IF
           END-PERFORM
           MOVE ProdCategory TO WSortCategory
           MOVE PMProdName TO WSortProdName
           MOVE PMProdSizes(1) TO WSortSizes(1:1)
           MOVE PMProdSizes(2) TO WSortSizes(2:1)
           MOVE PMProdSizes(3) TO WSortSizes(3:1)
           MOVE PMStatus TO WSortStatus
           RELEASE WSortRecord.

       GetPriceAsOf.
           MOVE PMProdPrice TO PriceOnDate
           MOVE ZERO TO BestEffDate
           PERFORM VARYING EX FROM 1 BY 1
              UNTIL EX > EffPriceCount
              IF EPProdName(EX) = PMProdName
                 AND EPEffDate(EX) <= PriceAsOf
                 AND EPEffDate(EX) >= BestEffDate
                 MOVE EPEffDate(EX) TO BestEffDate
                 MOVE EPPrice(EX) TO PriceOnDate
              END-IF
           END-PERFORM.

       PrintPriceList.
           OPEN OUTPUT PriceReport
           IF PriceReportStatus NOT = "00"
              DISPLAY "Unable To Open PriceList.rpt, Status "
                 PriceReportStatus
              MOVE 1 TO RETURN-CODE
              PERFORM UNTIL SortedEOF = 'Y'
                 RETURN WorkFile
                    AT END MOVE 'Y' TO SortedEOF
                 END-RETURN
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           MOVE ListDate TO PrnListDate
           WRITE PrintLine FROM ReportHeading
           IF ListCustID NOT = ZERO
              MOVE ListCustID TO PrnCustID
              MOVE CustName TO PrnCustName
              WRITE PrintLine FROM CustHeading
           END-IF
           WRITE PrintLine FROM Heads
           MOVE LOW-VALUES TO PrevCategory
           PERFORM UNTIL SortedEOF = 'Y'
              RETURN WorkFile
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM PrintOneProduct
              END-RETURN
           END-PERFORM
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE ListedCount TO PrnListedCount
           WRITE PrintLine FROM FooterListed
           IF ListDate > TodayDate
              MOVE ChangedCount TO PrnChangedCount
              WRITE PrintLine FROM FooterChanged
           END-IF
           IF PriceReportStatus NOT = "00"
              DISPLAY "Unable To Write PriceList.rpt, Status "
                 PriceReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE PriceReport.

       PrintOneProduct.
           IF WSortCategory NOT = PrevCategory
              MOVE WSortCategory TO PrevCategory
              MOVE SPACES TO PrintLine
              WRITE PrintLine
              MOVE WSortCategory TO PrnCategory
              WRITE PrintLine FROM CategoryLine
           END-IF
           ADD 1 TO ListedCount
           MOVE WSortProdName TO PrnProdName
           MOVE WSortSizes TO PrnSizes
           MOVE WSortPrice TO PrnPrice
           IF WSortStatus = 'D'
              MOVE "Discontinued" TO PrnStatus
           ELSE
              MOVE "Active" TO PrnStatus
           END-IF
           MOVE SPACES TO PrnNote
           IF WSortChanged = 'Y'
              ADD 1 TO ChangedCount
              MOVE "New Price" TO PrnNote
           END-IF
           IF WSortContract = 'Y'
              ADD 1 TO ContractListed
              MOVE "Contract Price" TO PrnNote
           END-IF
           WRITE PrintLine FROM PriceDetailLine
           IF PriceReportStatus NOT = "00"
              DISPLAY "Unable To Write PriceList.rpt, Status "
                 PriceReportStatus
           END-IF
           IF WSortContract = 'N'
              PERFORM PrintQtyTiers
           END-IF.

       PrintQtyTiers.
           PERFORM VARYING QX FROM 1 BY 1
              UNTIL QX > QtyBreakCount
              IF QTBProdName(QX) = WSortProdName
                 AND QTBPrice(QX) < WSortPrice
                 MOVE QTBMinQty(QX) TO PrnTierQty
                 MOVE QTBPrice(QX) TO PrnTierPrice
                 WRITE PrintLine FROM TierLine
              END-IF
           END-PERFORM.
