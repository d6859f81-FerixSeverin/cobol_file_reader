       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP_PAYMENT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Weekly supplier payment selection, net of open RTV debits.
      *> Output is CheckReg.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'appaywork.tmp'.
           SELECT APInvoiceFile ASSIGN TO "APInvoice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APInvoiceStatus.
           SELECT SortedAP ASSIGN TO "APPay.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SortedAPStatus.
           SELECT SupplierFile ASSIGN TO "Supplier.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SupplierStatus.
           SELECT APPaymentFile ASSIGN TO "APPayment.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APPaymentStatus.
           SELECT CheckCtlFile ASSIGN TO "CheckCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CheckCtlStatus.
           SELECT RtvFile ASSIGN TO "RTV.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RtvFileStatus.
           SELECT RtvWorkFile ASSIGN TO "RTV.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RtvWorkStatus.
           SELECT CheckRegister ASSIGN TO "CheckReg.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CheckRegStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WorkAPRecord.
           02 WAPVoucher PIC 9(7).
           02 WAPSuppID PIC 9(5).
           02 FILLER PIC X(130).

       FD APInvoiceFile.
       01 APInvoiceRecord.
           02 APVoucher PIC 9(7).
           02 APSuppID PIC 9(5).
           02 APSuppInv PIC X(12).
           02 APPONum PIC 9(7).
           02 APInvDate PIC 9(8).
           02 APDueDate PIC 9(8).
           02 APDiscDate PIC 9(8).
           02 APDiscAmt PIC 9(5)V99.
           02 APQtyBilled PIC 9(5).
           02 APAmount PIC 9(7)V99.
           02 APPaidAmt PIC 9(7)V99.
           02 APStatus PIC X.
           02 APHoldReason PIC X(20).
           02 APOperator PIC X(8).
           02 APTimestamp PIC X(21).
           02 APCheckNum PIC 9(7).

       FD SortedAP.
       01 SortedAPRecord.
           02 SAPVoucher PIC 9(7).
           02 SAPSuppID PIC 9(5).
           02 FILLER PIC X(130).

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

       FD APPaymentFile.
       01 APPaymentRecord.
           02 PYCheckNum PIC 9(7).
           02 PYSuppID PIC 9(5).
           02 PYCheckDate PIC 9(8).
           02 PYGross PIC 9(7)V99.
           02 PYDiscount PIC 9(7)V99.
           02 PYNet PIC 9(7)V99.
           02 PYInvCount PIC 9(3).
           02 PYStatus PIC X.
           02 PYTimestamp PIC X(21).
           02 PYRtvDebit PIC 9(7)V99.

       FD CheckCtlFile.
       01 CheckCtlRecord PIC 9(7).

       FD RtvFile.
       01 RtvRecord.
           02 RVNum PIC 9(7).
           02 RVSuppID PIC 9(5).
           02 RVPONum PIC 9(7).
           02 RVRmaNum PIC 9(7).
           02 RVProdName PIC X(10).
           02 RVSize PIC A.
           02 RVQty PIC 9(5).
           02 RVUnitCost PIC 9(3)V99.
           02 RVAmount PIC 9(7)V99.
           02 RVStatus PIC X.
           02 RVIssueDate PIC 9(8).
           02 RVCheckNum PIC 9(7).
           02 RVTimestamp PIC X(21).

       FD RtvWorkFile.
       01 RtvWorkRecord PIC X(93).

       FD CheckRegister.
       01 PrintLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 APInvoiceStatus PIC XX VALUE "00".
       01 SortedAPStatus PIC XX VALUE "00".
       01 SupplierStatus PIC XX VALUE "00".
       01 APPaymentStatus PIC XX VALUE "00".
       01 CheckCtlStatus PIC XX VALUE "00".
       01 CheckRegStatus PIC XX VALUE "00".
       01 RtvFileStatus PIC XX VALUE "00".
       01 RtvWorkStatus PIC XX VALUE "00".
       01 RtvEOF PIC X.
       01 SortedEOF PIC X VALUE 'N'.
       01 SupplierEOF PIC X VALUE 'N'.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 PayThruText PIC X(8).
       01 PayThruDate PIC 9(8).
       01 DateInt PIC 9(7).
       01 DateRequest.
           02 DUFunction PIC X(8).
           02 DUDate1 PIC 9(8).
           02 DUDate2 PIC 9(8).
           02 DUDays PIC S9(7).
           02 DUResult PIC S9(7).
           02 DUValid PIC X.

       01 SuppCount PIC 9(4) VALUE ZERO.
       01 SupplierTable.
           02 SuppEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON SuppCount
                 INDEXED BY SX.
              03 STSuppID PIC 9(5).
              03 STName PIC X(20).
              03 STRemitStreet PIC X(20).
              03 STRemitCity PIC X(15).
              03 STRemitState PIC X(2).
              03 STRemitZip PIC 9(5).
       01 SuppFound PIC X.

       01 CurrentSuppID PIC 9(5) VALUE ZERO.
       01 HaveSupplier PIC X VALUE 'N'.
       01 GroupCount PIC 9(3) VALUE ZERO.
       01 GroupTable.
           02 GroupEntry OCCURS 200 TIMES INDEXED BY GX.
              03 GroupInvoice PIC X(142).
              03 GroupSelected PIC X.
              03 GroupDiscount PIC 9(5)V99.
       01 OpenBalance PIC S9(7)V99.
       01 TakeDiscount PIC X.

       01 SuppGross PIC 9(7)V99.
       01 SuppDiscount PIC 9(7)V99.
       01 SuppNet PIC 9(7)V99.
       01 SuppRtv PIC 9(7)V99.
       01 SuppInvCount PIC 9(3).
       01 NextCheckNum PIC 9(7).
       01 WorkCheckNum PIC 9(7).

       01 ChecksWritten PIC 9(5) VALUE ZERO.
       01 InvoicesPaid PIC 9(5) VALUE ZERO.
       01 InvoicesCarried PIC 9(5) VALUE ZERO.
       01 TotalNet PIC 9(9)V99 VALUE ZERO.
       01 TotalDiscount PIC 9(9)V99 VALUE ZERO.
       01 TotalRtv PIC 9(9)V99 VALUE ZERO.

       01 RtvCount PIC 9(4) VALUE ZERO.
       01 RtvTable.
           02 RtvEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON RtvCount
                 INDEXED BY RX.
              03 ROSuppID PIC 9(5).
              03 RORtvNum PIC 9(7).
              03 RORmaNum PIC 9(7).
              03 ROPONum PIC 9(7).
              03 ROAmount PIC 9(7)V99.
              03 ROApplied PIC X.
              03 ROCheckNum PIC 9(7).
       01 RtvsApplied PIC 9(5) VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(30) VALUE "CHECK REGISTER, PAY THROUGH ".
           02 PrnPayThru PIC 9(8).
           02 FILLER PIC X(12) VALUE "   RUN DATE ".
           02 PrnRunDate PIC 9(8).
       01 Heads PIC X(80) VALUE
          "Check    Supp  Name                      Gross" &
          "      Discount           Net".
       01 CheckLine.
           02 PrnCheckNum PIC 9(7).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnSuppID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSuppName PIC X(20).
           02 PrnGross PIC $$,$$$,$$9.99.
           02 PrnDiscount PIC $$,$$$,$$9.99.
           02 PrnNet PIC $$,$$$,$$9.99.
       01 RemitLine.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "Remit To: ".
           02 PrnRemitStreet PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRemitCity PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRemitState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRemitZip PIC 9(5).
       01 VoucherLine.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "Voucher ".
           02 PrnVoucher PIC 9(7).
           02 FILLER PIC X(6) VALUE "  Inv ".
           02 PrnSuppInv PIC X(12).
           02 FILLER PIC X(6) VALUE "  Due ".
           02 PrnDueDate PIC 9(8).
           02 PrnVoucherNet PIC $$,$$$,$$9.99.
       01 RtvTotalLine.
           02 FILLER PIC X(38) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "  RTV NETTED :".
           02 PrnTotalRtv PIC $$$,$$$,$$9.99.
       01 RtvDebitLine.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "RTV     ".
           02 PrnRtvNum PIC 9(7).
           02 FILLER PIC X(6) VALUE "  PO  ".
           02 PrnRtvPONum PIC 9(7).
           02 FILLER PIC X(19) VALUE "     Debit Netted ".
           02 PrnRtvAmount PIC $$,$$$,$$9.99.
       01 TotalLine.
           02 FILLER PIC X(20) VALUE "CHECKS WRITTEN :".
           02 PrnChecksWritten PIC ZZ,ZZ9.
           02 FILLER PIC X(12) VALUE "  DISCOUNT :".
           02 PrnTotalDiscount PIC $$$,$$$,$$9.99.
           02 FILLER PIC X(8) VALUE "  PAID :".
           02 PrnTotalNet PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM SetPayThruDate
           PERFORM LoadSuppliers
           PERFORM LoadOpenRtvs
           SORT WorkFile
              ON ASCENDING KEY WAPSuppID
              ON ASCENDING KEY WAPVoucher
              USING APInvoiceFile
              GIVING SortedAP
           PERFORM RunPayments
           DISPLAY "Pay Through Date : " PayThruDate
           DISPLAY "Checks Written : " ChecksWritten
           DISPLAY "Invoices Paid : " InvoicesPaid
           IF RtvsApplied > ZERO
              DISPLAY "RTV Debits Netted : " RtvsApplied
              PERFORM RewriteRtvFile
           END-IF
           IF InvoicesCarried > ZERO
              DISPLAY "Invoices Carried To Next Run (Over 200 "
                 "For One Supplier) : " InvoicesCarried
           END-IF.
           GOBACK.

       SetPayThruDate.
           MOVE SPACES TO PayThruText
           ACCEPT PayThruText FROM ENVIRONMENT "AP_PAY_DATE"
           MOVE 'N' TO DUValid
           IF PayThruText IS NUMERIC
              MOVE "VALIDATE" TO DUFunction
              MOVE PayThruText TO DUDate1
              CALL "DATEUTIL" USING DateRequest
                 ON EXCEPTION MOVE 'N' TO DUValid
              END-CALL
           END-IF
           IF DUValid = 'Y'
              MOVE DUDate1 TO PayThruDate
           ELSE
              IF PayThruText NOT = SPACE
                 DISPLAY "AP_PAY_DATE Not A Valid Date, "
                    "One Week From Today Used"
              END-IF
              COMPUTE DateInt = FUNCTION INTEGER-OF-DATE(RunDate) + 7
              COMPUTE PayThruDate = FUNCTION DATE-OF-INTEGER(DateInt)
           END-IF.

       LoadSuppliers.
           OPEN INPUT SupplierFile
           IF SupplierStatus NOT = "00"
              DISPLAY "No Suppliers On File, Remit-To Not Printed"
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
                       MOVE SURemitStreet TO STRemitStreet(SuppCount)
                       MOVE SURemitCity TO STRemitCity(SuppCount)
                       MOVE SURemitState TO STRemitState(SuppCount)
                       MOVE SURemitZip TO STRemitZip(SuppCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SupplierFile.

       RunPayments.
           OPEN INPUT SortedAP
           IF SortedAPStatus NOT = "00"
              DISPLAY "No Supplier Invoices On File"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APInvoiceFile
           IF APInvoiceStatus NOT = "00"
              DISPLAY "Unable To Rewrite APInvoice.dat, Status "
                 APInvoiceStatus
              MOVE 1 TO RETURN-CODE
              CLOSE SortedAP
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CheckRegister
           IF CheckRegStatus NOT = "00"
              DISPLAY "Unable To Open CheckReg.rpt, Status "
                 CheckRegStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           OPEN EXTEND APPaymentFile
           IF APPaymentStatus = "35"
              OPEN OUTPUT APPaymentFile
           END-IF
           IF APPaymentStatus NOT = "00"
              DISPLAY "Unable To Open APPayment.dat, Status "
                 APPaymentStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE PayThruDate TO PrnPayThru
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM Heads
           PERFORM UNTIL SortedEOF = 'Y'
              READ SortedAP
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM SelectOneInvoice
              END-READ
           END-PERFORM
           IF HaveSupplier = 'Y'
              PERFORM PaySupplier
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE ChecksWritten TO PrnChecksWritten
           MOVE TotalDiscount TO PrnTotalDiscount
           MOVE TotalNet TO PrnTotalNet
           WRITE PrintLine FROM TotalLine
           IF TotalRtv > ZERO
              MOVE TotalRtv TO PrnTotalRtv
              WRITE PrintLine FROM RtvTotalLine
           END-IF
           IF CheckRegStatus NOT = "00"
              DISPLAY "Unable To Write CheckReg.rpt, Status "
                 CheckRegStatus
           END-IF
           CLOSE SortedAP, APInvoiceFile, CheckRegister, APPaymentFile.

       SelectOneInvoice.
           IF SAPSuppID NOT = CurrentSuppID OR HaveSupplier = 'N'
              IF HaveSupplier = 'Y'
                 PERFORM PaySupplier
              END-IF
              MOVE SAPSuppID TO CurrentSuppID
              MOVE 'Y' TO HaveSupplier
              MOVE ZERO TO GroupCount
           END-IF
           MOVE SortedAPRecord TO APInvoiceRecord
           IF GroupCount >= 200
              ADD 1 TO InvoicesCarried
              WRITE APInvoiceRecord
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO GroupCount
           SET GX TO GroupCount
           MOVE APInvoiceRecord TO GroupInvoice(GX)
           MOVE 'N' TO GroupSelected(GX)
           MOVE ZERO TO GroupDiscount(GX)
           IF APStatus NOT = 'O'
              OR APAmount IS NOT NUMERIC
              OR APPaidAmt IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE OpenBalance = APAmount - APPaidAmt
           IF OpenBalance NOT > ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO TakeDiscount
           IF APDiscAmt IS NUMERIC AND APDiscAmt > ZERO
              AND APPaidAmt = ZERO
              AND APDiscDate >= RunDate
              AND APDiscDate <= PayThruDate
              MOVE 'Y' TO TakeDiscount
           END-IF
           IF APDueDate <= PayThruDate OR TakeDiscount = 'Y'
              MOVE 'Y' TO GroupSelected(GX)
              IF TakeDiscount = 'Y'
                 MOVE APDiscAmt TO GroupDiscount(GX)
              END-IF
           END-IF.

       PaySupplier.
           MOVE ZERO TO SuppGross SuppDiscount SuppInvCount
           PERFORM TallySelected
              VARYING GX FROM 1 BY 1 UNTIL GX > GroupCount
           COMPUTE SuppNet = SuppGross - SuppDiscount
           MOVE ZERO TO SuppRtv
           IF SuppInvCount > ZERO AND SuppNet > ZERO
              PERFORM TakeRtvDebit
                 VARYING RX FROM 1 BY 1 UNTIL RX > RtvCount
              SUBTRACT SuppRtv FROM SuppNet
           END-IF
           MOVE ZERO TO WorkCheckNum
           IF SuppInvCount > ZERO AND SuppNet > ZERO
              PERFORM GetNextCheckNum
              PERFORM WriteCheck
           END-IF
           PERFORM WriteGroupInvoice
              VARYING GX FROM 1 BY 1 UNTIL GX > GroupCount
           IF SuppRtv > ZERO
              PERFORM WriteRtvDebit
                 VARYING RX FROM 1 BY 1 UNTIL RX > RtvCount
           END-IF
           MOVE ZERO TO GroupCount.

       TakeRtvDebit.
           IF ROSuppID(RX) = CurrentSuppID AND ROApplied(RX) = 'N'
              AND SuppRtv + ROAmount(RX) < SuppNet
              ADD ROAmount(RX) TO SuppRtv
              MOVE 'P' TO ROApplied(RX)
           END-IF.

       WriteRtvDebit.
           IF ROSuppID(RX) = CurrentSuppID AND ROApplied(RX) = 'P'
              MOVE RORtvNum(RX) TO PrnRtvNum
              MOVE ROPONum(RX) TO PrnRtvPONum
              MOVE ROAmount(RX) TO PrnRtvAmount
              WRITE PrintLine FROM RtvDebitLine
              MOVE 'Y' TO ROApplied(RX)
              MOVE WorkCheckNum TO ROCheckNum(RX)
              ADD 1 TO RtvsApplied
           END-IF.

       TallySelected.
           IF GroupSelected(GX) = 'Y'
              MOVE GroupInvoice(GX) TO APInvoiceRecord
              ADD 1 TO SuppInvCount
              COMPUTE SuppGross = SuppGross + APAmount - APPaidAmt
              ADD GroupDiscount(GX) TO SuppDiscount
           END-IF.

       WriteCheck.
           PERFORM FindSupplier
           ADD 1 TO ChecksWritten
           ADD SuppNet TO TotalNet
           ADD SuppDiscount TO TotalDiscount
           ADD SuppRtv TO TotalRtv
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE WorkCheckNum TO PrnCheckNum
           MOVE CurrentSuppID TO PrnSuppID
           MOVE SuppGross TO PrnGross
           MOVE SuppDiscount TO PrnDiscount
           MOVE SuppNet TO PrnNet
           IF SuppFound = 'Y'
              MOVE STName(SX) TO PrnSuppName
           ELSE
              MOVE "** NOT ON FILE **" TO PrnSuppName
           END-IF
           WRITE PrintLine FROM CheckLine
           IF SuppFound = 'Y'
              MOVE STRemitStreet(SX) TO PrnRemitStreet
              MOVE STRemitCity(SX) TO PrnRemitCity
              MOVE STRemitState(SX) TO PrnRemitState
              MOVE STRemitZip(SX) TO PrnRemitZip
              WRITE PrintLine FROM RemitLine
           END-IF
           IF CheckRegStatus NOT = "00"
              DISPLAY "Unable To Write CheckReg.rpt, Status "
                 CheckRegStatus
           END-IF
           MOVE WorkCheckNum TO PYCheckNum
           MOVE CurrentSuppID TO PYSuppID
           MOVE RunDate TO PYCheckDate
           MOVE SuppGross TO PYGross
           MOVE SuppDiscount TO PYDiscount
           MOVE SuppNet TO PYNet
           MOVE SuppRtv TO PYRtvDebit
           MOVE SuppInvCount TO PYInvCount
           MOVE 'I' TO PYStatus
           MOVE FUNCTION CURRENT-DATE TO PYTimestamp
           WRITE APPaymentRecord
           IF APPaymentStatus NOT = "00"
              DISPLAY "Unable To Write APPayment.dat, Status "
                 APPaymentStatus
           END-IF.

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

       WriteGroupInvoice.
           MOVE GroupInvoice(GX) TO APInvoiceRecord
           IF GroupSelected(GX) = 'Y' AND WorkCheckNum > ZERO
              COMPUTE PrnVoucherNet =
                 APAmount - APPaidAmt - GroupDiscount(GX)
              MOVE APVoucher TO PrnVoucher
              MOVE APSuppInv TO PrnSuppInv
              MOVE APDueDate TO PrnDueDate
              WRITE PrintLine FROM VoucherLine
              MOVE APAmount TO APPaidAmt
              MOVE 'P' TO APStatus
              MOVE WorkCheckNum TO APCheckNum
              MOVE FUNCTION CURRENT-DATE TO APTimestamp
              ADD 1 TO InvoicesPaid
           END-IF
           WRITE APInvoiceRecord
           IF APInvoiceStatus NOT = "00"
              DISPLAY "Unable To Write APInvoice.dat, Status "
                 APInvoiceStatus
           END-IF.

       GetNextCheckNum.
           MOVE 1 TO NextCheckNum
           OPEN INPUT CheckCtlFile
           IF CheckCtlStatus = "00"
              READ CheckCtlFile
                 AT END CONTINUE
                 NOT AT END
                    IF CheckCtlRecord IS NUMERIC
                       MOVE CheckCtlRecord TO NextCheckNum
                    END-IF
              END-READ
              CLOSE CheckCtlFile
           END-IF
           MOVE NextCheckNum TO WorkCheckNum
           OPEN OUTPUT CheckCtlFile
           IF CheckCtlStatus NOT = "00"
              DISPLAY "Unable To Write CheckCtl.dat, Status "
                 CheckCtlStatus
           ELSE
              COMPUTE CheckCtlRecord = NextCheckNum + 1
              WRITE CheckCtlRecord
              IF CheckCtlStatus NOT = "00"
                 DISPLAY "Unable To Write CheckCtl.dat, Status "
                    CheckCtlStatus
              END-IF
              CLOSE CheckCtlFile
           END-IF.

       LoadOpenRtvs.
           MOVE 'N' TO RtvEOF
           OPEN INPUT RtvFile
           IF RtvFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RtvEOF = 'Y'
              READ RtvFile
                 AT END MOVE 'Y' TO RtvEOF
                 NOT AT END
                    IF RVStatus = 'O' AND RVAmount IS NUMERIC
                       AND RVAmount > ZERO AND RtvCount < 2000
                       ADD 1 TO RtvCount
                       MOVE RVSuppID TO ROSuppID(RtvCount)
                       MOVE RVNum TO RORtvNum(RtvCount)
                       MOVE RVRmaNum TO RORmaNum(RtvCount)
                       MOVE RVPONum TO ROPONum(RtvCount)
                       MOVE RVAmount TO ROAmount(RtvCount)
                       MOVE 'N' TO ROApplied(RtvCount)
                       MOVE ZERO TO ROCheckNum(RtvCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RtvFile.

       RewriteRtvFile.
           MOVE 'N' TO RtvEOF
           OPEN INPUT RtvFile
           IF RtvFileStatus NOT = "00"
              DISPLAY "Unable To Reopen RTV.dat, Status "
                 RtvFileStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RtvWorkFile
           IF RtvWorkStatus NOT = "00"
              DISPLAY "Unable To Open RTV.tmp, Status "
                 RtvWorkStatus
              MOVE 1 TO RETURN-CODE
              CLOSE RtvFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RtvEOF = 'Y'
              READ RtvFile
                 AT END MOVE 'Y' TO RtvEOF
                 NOT AT END
                    IF RVStatus = 'O'
                       PERFORM MarkRtvApplied
                    END-IF
                    WRITE RtvWorkRecord FROM RtvRecord
              END-READ
           END-PERFORM
           CLOSE RtvFile, RtvWorkFile
           MOVE 'N' TO RtvEOF
           OPEN INPUT RtvWorkFile
           OPEN OUTPUT RtvFile
           IF RtvWorkStatus NOT = "00" OR RtvFileStatus NOT = "00"
              DISPLAY "Unable To Rewrite RTV.dat, Status "
                 RtvFileStatus
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM UNTIL RtvEOF = 'Y'
                 READ RtvWorkFile
                    AT END MOVE 'Y' TO RtvEOF
                    NOT AT END
                       WRITE RtvRecord FROM RtvWorkRecord
                       IF RtvFileStatus NOT = "00"
                          DISPLAY "Unable To Write RTV.dat, Status "
                             RtvFileStatus
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RtvWorkFile, RtvFile.

       MarkRtvApplied.
           IF RtvCount > 0
              SET RX TO 1
              SEARCH RtvEntry
                 AT END CONTINUE
                 WHEN RORtvNum(RX) = RVNum
                    AND RORmaNum(RX) = RVRmaNum
                    AND ROApplied(RX) = 'Y'
                    MOVE 'A' TO RVStatus
                    MOVE ROCheckNum(RX) TO RVCheckNum
                    MOVE FUNCTION CURRENT-DATE TO RVTimestamp
              END-SEARCH
           END-IF.
