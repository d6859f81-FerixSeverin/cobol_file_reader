       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP_AGING.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'apagwork.tmp'.
           SELECT APInvoiceFile ASSIGN TO "APInvoice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APInvoiceStatus.
           SELECT SortedAP ASSIGN TO "APAging.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedAPStatus.
           SELECT SupplierFile ASSIGN TO "Supplier.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SupplierStatus.
           SELECT AgingReport ASSIGN TO "APAging.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AgingReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WorkAPRecord.
           02 WAPVoucher PIC 9(7).
           02 WAPSuppID PIC 9(5).
           02 FILLER PIC X(27).
           02 WAPDueDate PIC 9(8).
           02 FILLER PIC X(95).

       FD APInvoiceFile.
       01 APInvoiceRecord PIC X(142).

       FD SortedAP.
       01 SortedAPRecord.
           02 SAPVoucher PIC 9(7).
           02 SAPSuppID PIC 9(5).
           02 SAPSuppInv PIC X(12).
           02 SAPPONum PIC 9(7).
           02 SAPInvDate PIC 9(8).
           02 SAPDueDate PIC 9(8).
           02 SAPDiscDate PIC 9(8).
           02 SAPDiscAmt PIC 9(5)V99.
           02 SAPQtyBilled PIC 9(5).
           02 SAPAmount PIC 9(7)V99.
           02 SAPPaidAmt PIC 9(7)V99.
           02 SAPStatus PIC X.
           02 SAPHoldReason PIC X(20).
           02 SAPOperator PIC X(8).
           02 SAPTimestamp PIC X(21).
           02 SAPCheckNum PIC 9(7).

       FD SupplierFile.
       01 SupplierRecord.
           02 SUSuppID PIC 9(5).
           02 SUName PIC X(20).
           02 SUPhone PIC X(12).
           02 SUStatus PIC X.
           02 SURemitTo.
              03 SURemitStreet PIC X(20).
              03 SURemitCity PIC X(15).
              03 SURemitState PIC X(2).
              03 SURemitZip PIC 9(5).
           02 SUTermsDays PIC 9(3).
           02 SUDiscDays PIC 9(3).
           02 SUDiscPct PIC 99V99.

       FD AgingReport.
       01 PrintLine PIC X(110).

       WORKING-STORAGE SECTION.
       01 APInvoiceStatus PIC XX VALUE "00".
       01 SortedAPStatus PIC XX VALUE "00".
       01 SupplierStatus PIC XX VALUE "00".
       01 AgingReportStatus PIC XX VALUE "00".
       01 SortedEOF PIC X VALUE 'N'.
       01 SupplierEOF PIC X VALUE 'N'.
       01 CurrentSuppID PIC 9(5) VALUE ZERO.
       01 HaveSupplier PIC X VALUE 'N'.
       01 SupplierCount PIC 9(5) VALUE ZERO.
       01 OpenItemCount PIC 9(7) VALUE ZERO.
       01 HeldItemCount PIC 9(7) VALUE ZERO.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 TodayInt PIC 9(7).
       01 DueInt PIC 9(7).
       01 DaysPastDue PIC S9(5).

       01 SuppCount PIC 9(4) VALUE ZERO.
       01 SupplierTable.
           02 SuppEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON SuppCount
                 INDEXED BY SX.
              03 STSuppID PIC 9(5).
              03 STName PIC X(20).
       01 SuppFound PIC X.

       01 ItemCount PIC 9(3) VALUE ZERO.
       01 OpenItemTable.
           02 OpenItem OCCURS 0 TO 300 TIMES
                 DEPENDING ON ItemCount
                 INDEXED BY OX.
              03 OIVoucher PIC 9(7).
              03 OISuppInv PIC X(12).
              03 OIDueDate PIC 9(8).
              03 OIBalance PIC S9(9)V99.
              03 OIHoldReason PIC X(20).
       01 OpenBalance PIC S9(9)V99.
       01 BucketCurrent PIC S9(9)V99 VALUE ZERO.
       01 Bucket30 PIC S9(9)V99 VALUE ZERO.
       01 Bucket60 PIC S9(9)V99 VALUE ZERO.
       01 Bucket90 PIC S9(9)V99 VALUE ZERO.
       01 BucketOver90 PIC S9(9)V99 VALUE ZERO.
       01 SuppBalance PIC S9(9)V99.
       01 GrandCurrent PIC S9(9)V99 VALUE ZERO.
       01 Grand30 PIC S9(9)V99 VALUE ZERO.
       01 Grand60 PIC S9(9)V99 VALUE ZERO.
       01 Grand90 PIC S9(9)V99 VALUE ZERO.
       01 GrandOver90 PIC S9(9)V99 VALUE ZERO.
       01 GrandBalance PIC S9(9)V99 VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(22) VALUE "A/P AGING REPORT FOR ".
           02 PrnRunDate PIC 9(8).
       01 Heads PIC X(110) VALUE
          "Supp  Name                   Current     1-30 Days" &
          "    31-60 Days    61-90 Days      90+ Days" &
          "       Balance".
       01 AgingDetailLine.
           02 PrnSuppID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSuppName PIC X(16).
           02 PrnCurrent PIC $$,$$$,$$9.99-.
           02 PrnBucket30 PIC $$,$$$,$$9.99-.
           02 PrnBucket60 PIC $$,$$$,$$9.99-.
           02 PrnBucket90 PIC $$,$$$,$$9.99-.
           02 PrnOver90 PIC $$,$$$,$$9.99-.
           02 PrnBalance PIC $$,$$$,$$9.99-.
       01 OpenItemLine.
           02 FILLER PIC X(10) VALUE "  Voucher".
           02 PrnItemVoucher PIC 9(7).
           02 FILLER PIC X(6) VALUE "  Inv ".
           02 PrnItemInv PIC X(12).
           02 FILLER PIC X(6) VALUE "  Due ".
           02 PrnItemDue PIC 9(8).
           02 FILLER PIC X(7) VALUE "  Open".
           02 PrnItemBal PIC $$,$$$,$$9.99-.
           02 FILLER PIC XX VALUE SPACES.
           02 PrnItemHeld PIC X(25).
       01 GrandTotalLine.
           02 FILLER PIC X(22) VALUE "TOTAL".
           02 PrnGrandCurrent PIC $$,$$$,$$9.99-.
           02 PrnGrand30 PIC $$,$$$,$$9.99-.
           02 PrnGrand60 PIC $$,$$$,$$9.99-.
           02 PrnGrand90 PIC $$,$$$,$$9.99-.
           02 PrnGrandOver90 PIC $$,$$$,$$9.99-.
           02 PrnGrandBalance PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(RunDate)
           PERFORM LoadSuppliers
           SORT WorkFile
              ON ASCENDING KEY WAPSuppID
              ON ASCENDING KEY WAPDueDate
              ON ASCENDING KEY WAPVoucher
              USING APInvoiceFile
              GIVING SortedAP
           PERFORM RunAging
           DISPLAY "Suppliers On Aging Report : " SupplierCount
           DISPLAY "Open Invoices Listed : " OpenItemCount
           DISPLAY "Of Which On Hold : " HeldItemCount.
           GOBACK.

       LoadSuppliers.
           OPEN INPUT SupplierFile
           IF SupplierStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SupplierEOF = 'Y'
              READ SupplierFile
                 AT END MOVE 'Y' TO SupplierEOF
                 NOT AT END
                    IF SuppCount < 1000
                       ADD 1 TO SuppCount
                       MOVE SUSuppID TO STSuppID(SuppCount)
                       MOVE SUName TO STName(SuppCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SupplierFile.

       RunAging.
           OPEN INPUT SortedAP.
           IF SortedAPStatus NOT = "00"
              DISPLAY "No Supplier Invoices On File"
              MOVE 'Y' TO SortedEOF
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN OUTPUT AgingReport
              IF AgingReportStatus NOT = "00"
                 DISPLAY "Unable To Open APAging.rpt, Status "
                    AgingReportStatus
                 MOVE 1 TO RETURN-CODE
                 MOVE 'Y' TO SortedEOF
                 CLOSE SortedAP
              ELSE
                 MOVE RunDate TO PrnRunDate
                 WRITE PrintLine FROM ReportHeading
                 WRITE PrintLine FROM Heads
                 IF AgingReportStatus NOT = "00"
                    DISPLAY "Unable To Write APAging.rpt, Status "
                       AgingReportStatus
                 END-IF
                 PERFORM UNTIL SortedEOF = 'Y'
                    READ SortedAP
                       AT END MOVE 'Y' TO SortedEOF
                       NOT AT END PERFORM AgeOneInvoice
                    END-READ
                 END-PERFORM
                 IF HaveSupplier = 'Y'
                    PERFORM WriteSupplierLine
                 END-IF
                 MOVE SPACES TO PrintLine
                 WRITE PrintLine
                 MOVE GrandCurrent TO PrnGrandCurrent
                 MOVE Grand30 TO PrnGrand30
                 MOVE Grand60 TO PrnGrand60
                 MOVE Grand90 TO PrnGrand90
                 MOVE GrandOver90 TO PrnGrandOver90
                 MOVE GrandBalance TO PrnGrandBalance
                 WRITE PrintLine FROM GrandTotalLine
                 IF AgingReportStatus NOT = "00"
                    DISPLAY "Unable To Write APAging.rpt, Status "
                       AgingReportStatus
                 END-IF
                 CLOSE SortedAP, AgingReport
              END-IF
           END-IF.

       AgeOneInvoice.
           IF SAPSuppID NOT = CurrentSuppID OR HaveSupplier = 'N'
              IF HaveSupplier = 'Y'
                 PERFORM WriteSupplierLine
              END-IF
              MOVE SAPSuppID TO CurrentSuppID
              MOVE 'Y' TO HaveSupplier
              MOVE ZERO TO BucketCurrent Bucket30 Bucket60
              MOVE ZERO TO Bucket90 BucketOver90
              MOVE ZERO TO ItemCount
           END-IF
           IF SAPStatus NOT = 'O' AND SAPStatus NOT = 'H'
              EXIT PARAGRAPH
           END-IF
           IF SAPAmount IS NOT NUMERIC OR SAPPaidAmt IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE OpenBalance = SAPAmount - SAPPaidAmt
           IF OpenBalance NOT > ZERO
              EXIT PARAGRAPH
           END-IF
           IF SAPDueDate IS NUMERIC AND SAPDueDate > ZERO
              COMPUTE DueInt = FUNCTION INTEGER-OF-DATE(SAPDueDate)
              COMPUTE DaysPastDue = TodayInt - DueInt
           ELSE
              MOVE ZERO TO DaysPastDue
           END-IF
           EVALUATE TRUE
              WHEN DaysPastDue < 1
                 ADD OpenBalance TO BucketCurrent
              WHEN DaysPastDue < 31
                 ADD OpenBalance TO Bucket30
              WHEN DaysPastDue < 61
                 ADD OpenBalance TO Bucket60
              WHEN DaysPastDue < 91
                 ADD OpenBalance TO Bucket90
              WHEN OTHER
                 ADD OpenBalance TO BucketOver90
           END-EVALUATE
           IF ItemCount < 300
              ADD 1 TO ItemCount
              SET OX TO ItemCount
              MOVE SAPVoucher TO OIVoucher(OX)
              MOVE SAPSuppInv TO OISuppInv(OX)
              MOVE SAPDueDate TO OIDueDate(OX)
              MOVE OpenBalance TO OIBalance(OX)
              IF SAPStatus = 'H'
                 MOVE SAPHoldReason TO OIHoldReason(OX)
              ELSE
                 MOVE SPACES TO OIHoldReason(OX)
              END-IF
           END-IF.

       WriteSupplierLine.
           COMPUTE SuppBalance = BucketCurrent + Bucket30 + Bucket60
              + Bucket90 + BucketOver90
           IF SuppBalance = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO SupplierCount
           ADD BucketCurrent TO GrandCurrent
           ADD Bucket30 TO Grand30
           ADD Bucket60 TO Grand60
           ADD Bucket90 TO Grand90
           ADD BucketOver90 TO GrandOver90
           ADD SuppBalance TO GrandBalance
           PERFORM FindSupplier
           MOVE CurrentSuppID TO PrnSuppID
           IF SuppFound = 'Y'
              MOVE STName(SX) TO PrnSuppName
           ELSE
              MOVE "*NOT ON FILE*" TO PrnSuppName
           END-IF
           MOVE BucketCurrent TO PrnCurrent
           MOVE Bucket30 TO PrnBucket30
           MOVE Bucket60 TO PrnBucket60
           MOVE Bucket90 TO PrnBucket90
           MOVE BucketOver90 TO PrnOver90
           MOVE SuppBalance TO PrnBalance
           WRITE PrintLine FROM AgingDetailLine
           PERFORM ListOneItem
              VARYING OX FROM 1 BY 1 UNTIL OX > ItemCount
           IF AgingReportStatus NOT = "00"
              DISPLAY "Unable To Write APAging.rpt, Status "
                 AgingReportStatus
           END-IF.

       ListOneItem.
           ADD 1 TO OpenItemCount
           MOVE OIVoucher(OX) TO PrnItemVoucher
           MOVE OISuppInv(OX) TO PrnItemInv
           MOVE OIDueDate(OX) TO PrnItemDue
           MOVE OIBalance(OX) TO PrnItemBal
           IF OIHoldReason(OX) = SPACE
              MOVE SPACES TO PrnItemHeld
           ELSE
              ADD 1 TO HeldItemCount
              STRING "HELD: " DELIMITED BY SIZE
                 OIHoldReason(OX) DELIMITED BY SIZE
                 INTO PrnItemHeld
              END-STRING
           END-IF
           WRITE PrintLine FROM OpenItemLine.

       FindSupplier.
           MOVE 'N' TO SuppFound
           IF SuppCount > 0
              SET SX TO 1
              SEARCH SuppEntry
                 AT END CONTINUE
                 WHEN STSuppID(SX) = CurrentSuppID
                    MOVE 'Y' TO SuppFound
              END-SEARCH
           END-IF.
