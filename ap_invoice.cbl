       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP_INVOICE.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierFile ASSIGN TO "Supplier.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SupplierStatus.
           SELECT POFile ASSIGN TO "POFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POFileStatus.
           SELECT APInvoiceFile ASSIGN TO "APInvoice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APInvoiceStatus.
           SELECT APWorkFile ASSIGN TO "APInvoice.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APWorkStatus.
           SELECT APCtlFile ASSIGN TO "APCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APCtlStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD POFile.
       01 PORecord.
           02 POTimestamp PIC X(21).
           02 PONum PIC 9(7).
           02 POSuppID PIC 9(5).
           02 POProdName PIC X(10).
           02 POQtyOrdered PIC 9(5).
           02 POQtyReceived PIC 9(5).
           02 POStatus PIC X.
           02 POBuyer PIC X(8).
           02 POUnitCost PIC 9(3)V99.
           02 PORecvCost PIC 9(7)V99.
           02 POExpDate PIC 9(8).

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

       FD APWorkFile.
       01 APWorkRecord PIC X(142).

       FD APCtlFile.
       01 APCtlRecord PIC 9(7).

       WORKING-STORAGE SECTION.
       01 SupplierStatus PIC XX VALUE "00".
       01 POFileStatus PIC XX VALUE "00".
       01 APInvoiceStatus PIC XX VALUE "00".
       01 APWorkStatus PIC XX VALUE "00".
       01 APCtlStatus PIC XX VALUE "00".

       01 StayOpen PIC X VALUE 'Y'.
       01 MenuChoice PIC 9.
       01 SupplierEOF PIC X.
       01 POEOF PIC X.
       01 APEOF PIC X.
       01 WorkEOF PIC X.
       01 SuppFound PIC X.
       01 InvoiceFound PIC X.
       01 InvoiceChanged PIC X.
       01 DuplicateInvoice PIC X.
       01 ReleaseChoice PIC X.

       01 WorkSuppID PIC 9(5).
       01 WorkSuppInv PIC X(12).
       01 WorkPONum PIC 9(7).
       01 WorkVoucher PIC 9(7).
       01 NextVoucher PIC 9(7).
       01 WorkInvDate PIC 9(8).
       01 WorkQtyBilled PIC 9(5).
       01 WorkAmount PIC 9(7)V99.
       01 AmountText PIC X(11).
       01 AmountDotCount PIC 99.
       01 AmountBadCount PIC 99.
       01 AmountSub PIC 99.

       01 POLineCount PIC 9(3).
       01 POOtherSupp PIC 9(3).
       01 POQtyOrderedTot PIC 9(7).
       01 POQtyReceivedTot PIC 9(7).
       01 POReceivedCostTot PIC 9(9)V99.
       01 PriorQtyBilled PIC 9(7).
       01 PriorAmtBilled PIC 9(9)V99.
       01 QtyToMatch PIC 9(7).
       01 CostToMatch PIC S9(9)V99.
       01 CostVariance PIC S9(9)V99.
       01 CostTolerance PIC 9(7)V99.
       01 MatchTolerancePct PIC V999 VALUE .020.
       01 MatchToleranceMin PIC 9(3)V99 VALUE 1.00.
       01 HoldReason PIC X(20).

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 DateInt PIC 9(7).
       01 DateRequest.
           02 DUFunction PIC X(8).
           02 DUDate1 PIC 9(8).
           02 DUDate2 PIC 9(8).
           02 DUDays PIC S9(7).
           02 DUResult PIC S9(7).
           02 DUValid PIC X.

       01 InvoicesEntered PIC 9(5) VALUE ZERO.
       01 InvoicesHeld PIC 9(5) VALUE ZERO.
       01 HeldListed PIC 9(5).
       01 AmountDisplay PIC $$,$$$,$$9.99.
       01 VarianceDisplay PIC $$,$$$,$$9.99-.

       01 CurrentOperator PIC X(8) VALUE SPACES.
       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       PROCEDURE DIVISION.
       StartPara.
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
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "SUPPLIER INVOICES"
              DISPLAY "1 : Enter Supplier Invoice"
              DISPLAY "2 : List Held Invoices"
              DISPLAY "3 : Release Or Void Held Invoice"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT MenuChoice
              EVALUATE MenuChoice
                 WHEN 1 PERFORM EnterInvoice
                 WHEN 2 PERFORM ListHeldInvoices
                 WHEN 3 PERFORM ReleaseInvoice
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           DISPLAY "Invoices Entered : " InvoicesEntered
              "  Held For Match : " InvoicesHeld
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       EnterInvoice.
           DISPLAY " "
           DISPLAY "Supplier ID : " WITH NO ADVANCING
           ACCEPT WorkSuppID
           PERFORM FindSupplier
           IF SuppFound NOT = 'Y'
              DISPLAY "Supplier " WorkSuppID " Not On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Supplier : " SUName
           IF SUTermsDays IS NOT NUMERIC OR SUTermsDays = ZERO
              DISPLAY "No Terms On File, Net 30 Assumed"
              MOVE 30 TO SUTermsDays
           END-IF
           IF SUDiscDays IS NOT NUMERIC OR SUDiscPct IS NOT NUMERIC
              MOVE ZERO TO SUDiscDays SUDiscPct
           END-IF
           DISPLAY "Supplier Invoice Number : " WITH NO ADVANCING
           ACCEPT WorkSuppInv
           IF WorkSuppInv = SPACE
              DISPLAY "Invoice Number Required, Invoice Not Entered"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "PO Number : " WITH NO ADVANCING
           ACCEPT WorkPONum
           PERFORM TallyPriorBilling
           IF DuplicateInvoice = 'Y'
              DISPLAY "Invoice " WorkSuppInv
                 " Already Entered For This Supplier"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Invoice Date YYYYMMDD (0 = Today) : "
              WITH NO ADVANCING
           ACCEPT WorkInvDate
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           IF WorkInvDate = ZERO
              MOVE RunDate TO WorkInvDate
           END-IF
           MOVE "VALIDATE" TO DUFunction
           MOVE WorkInvDate TO DUDate1
           CALL "DATEUTIL" USING DateRequest
              ON EXCEPTION MOVE 'Y' TO DUValid
           END-CALL
           IF DUValid NOT = 'Y'
              DISPLAY "Invalid Invoice Date, Invoice Not Entered"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Quantity Billed : " WITH NO ADVANCING
           ACCEPT WorkQtyBilled
           PERFORM AcceptAmount
           IF WorkAmount = ZERO
              DISPLAY "Amount Required, Invoice Not Entered"
              EXIT PARAGRAPH
           END-IF
           PERFORM MatchToPO
           PERFORM GetNextVoucher
           PERFORM WriteInvoice.

       AcceptAmount.
           MOVE ZERO TO WorkAmount
           DISPLAY "Invoice Amount (e.g. 1250.00) : "
              WITH NO ADVANCING
           ACCEPT AmountText
           MOVE ZERO TO AmountDotCount AmountBadCount
           PERFORM VARYING AmountSub FROM 1 BY 1 UNTIL AmountSub > 11
              EVALUATE TRUE
                 WHEN AmountText(AmountSub:1) = '.'
                    ADD 1 TO AmountDotCount
                 WHEN AmountText(AmountSub:1) = SPACE
                    CONTINUE
                 WHEN AmountText(AmountSub:1) IS NUMERIC
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO AmountBadCount
              END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
              WHEN AmountText = SPACE
                 CONTINUE
              WHEN AmountBadCount = ZERO AND AmountDotCount <= 1
                 COMPUTE WorkAmount =
                    FUNCTION NUMVAL(AmountText)
                    ON SIZE ERROR
                       DISPLAY "Amount Too Large"
                       MOVE ZERO TO WorkAmount
                 END-COMPUTE
              WHEN OTHER
                 DISPLAY "Amount Not Recognized"
           END-EVALUATE.

       FindSupplier.
           MOVE 'N' TO SuppFound
           MOVE 'N' TO SupplierEOF
           OPEN INPUT SupplierFile
           IF SupplierStatus NOT = "00"
              DISPLAY "No Suppliers On File"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SupplierEOF = 'Y'
              READ SupplierFile
                 AT END MOVE 'Y' TO SupplierEOF
                 NOT AT END
                    IF SUSuppID = WorkSuppID
                       MOVE 'Y' TO SuppFound
                       MOVE 'Y' TO SupplierEOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SupplierFile.

       TallyPriorBilling.
           MOVE 'N' TO DuplicateInvoice
           MOVE ZERO TO PriorQtyBilled PriorAmtBilled
           MOVE 'N' TO APEOF
           OPEN INPUT APInvoiceFile
           IF APInvoiceStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL APEOF = 'Y'
              READ APInvoiceFile
                 AT END MOVE 'Y' TO APEOF
                 NOT AT END
                    IF APStatus NOT = 'V'
                       IF APSuppID = WorkSuppID
                          AND APSuppInv = WorkSuppInv
                          MOVE 'Y' TO DuplicateInvoice
                       END-IF
                       IF APPONum = WorkPONum
                          AND APQtyBilled IS NUMERIC
                          AND APAmount IS NUMERIC
                          ADD APQtyBilled TO PriorQtyBilled
                          ADD APAmount TO PriorAmtBilled
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APInvoiceFile.

       MatchToPO.
           MOVE SPACES TO HoldReason
           MOVE ZERO TO POLineCount POOtherSupp
           MOVE ZERO TO POQtyOrderedTot POQtyReceivedTot
           MOVE ZERO TO POReceivedCostTot
           MOVE 'N' TO POEOF
           OPEN INPUT POFile
           IF POFileStatus NOT = "00"
              MOVE 'Y' TO POEOF
           END-IF
           PERFORM UNTIL POEOF = 'Y'
              READ POFile
                 AT END MOVE 'Y' TO POEOF
                 NOT AT END PERFORM TallyOnePOLine
              END-READ
           END-PERFORM
           IF POFileStatus NOT = "35"
              CLOSE POFile
           END-IF
           EVALUATE TRUE
              WHEN POLineCount = ZERO
                 MOVE "PO NOT ON FILE" TO HoldReason
              WHEN POOtherSupp > ZERO
                 MOVE "PO OTHER SUPPLIER" TO HoldReason
              WHEN OTHER
                 PERFORM CheckThreeWayMatch
           END-EVALUATE
           IF HoldReason NOT = SPACE
              DISPLAY "Invoice Held : " HoldReason
           ELSE
              DISPLAY "Invoice Matches PO " WorkPONum
                 " And Receipts, Approved For Payment"
           END-IF.

       TallyOnePOLine.
           IF PONum = WorkPONum
              ADD 1 TO POLineCount
              IF POSuppID NOT = WorkSuppID
                 ADD 1 TO POOtherSupp
              END-IF
              ADD POQtyOrdered TO POQtyOrderedTot
              ADD POQtyReceived TO POQtyReceivedTot
              IF PORecvCost IS NUMERIC
                 ADD PORecvCost TO POReceivedCostTot
              END-IF
           END-IF.

       CheckThreeWayMatch.
           DISPLAY "PO Ordered : " POQtyOrderedTot
              "  Received : " POQtyReceivedTot
              "  Previously Billed : " PriorQtyBilled
           COMPUTE QtyToMatch = PriorQtyBilled + WorkQtyBilled
           COMPUTE CostToMatch = POReceivedCostTot - PriorAmtBilled
           COMPUTE CostVariance = WorkAmount - CostToMatch
           COMPUTE CostTolerance ROUNDED =
              CostToMatch * MatchTolerancePct
           IF CostTolerance < MatchToleranceMin
              MOVE MatchToleranceMin TO CostTolerance
           END-IF
           EVALUATE TRUE
              WHEN POQtyReceivedTot = ZERO
                 MOVE "NOTHING RECEIVED" TO HoldReason
              WHEN QtyToMatch > POQtyReceivedTot
                 MOVE "QTY OVER RECEIVED" TO HoldReason
              WHEN CostVariance > CostTolerance
                 MOVE "COST OVER RECEIPT" TO HoldReason
           END-EVALUATE
           IF CostVariance NOT = ZERO
              MOVE CostVariance TO VarianceDisplay
              DISPLAY "Variance To Received Cost : " VarianceDisplay
           END-IF.

       GetNextVoucher.
           MOVE 1 TO NextVoucher
           OPEN INPUT APCtlFile
           IF APCtlStatus = "00"
              READ APCtlFile
                 AT END CONTINUE
                 NOT AT END
                    IF APCtlRecord IS NUMERIC
                       MOVE APCtlRecord TO NextVoucher
                    END-IF
              END-READ
              CLOSE APCtlFile
           END-IF
           MOVE NextVoucher TO WorkVoucher
           OPEN OUTPUT APCtlFile
           IF APCtlStatus NOT = "00"
              DISPLAY "Unable To Write APCtl.dat, Status "
                 APCtlStatus
           ELSE
              COMPUTE APCtlRecord = NextVoucher + 1
              WRITE APCtlRecord
              IF APCtlStatus NOT = "00"
                 DISPLAY "Unable To Write APCtl.dat, Status "
                    APCtlStatus
              END-IF
              CLOSE APCtlFile
           END-IF.

       WriteInvoice.
           OPEN EXTEND APInvoiceFile
           IF APInvoiceStatus = "35"
              OPEN OUTPUT APInvoiceFile
           END-IF
           IF APInvoiceStatus NOT = "00"
              DISPLAY "Unable To Open APInvoice.dat, Status "
                 APInvoiceStatus
              EXIT PARAGRAPH
           END-IF
           MOVE WorkVoucher TO APVoucher
           MOVE WorkSuppID TO APSuppID
           MOVE WorkSuppInv TO APSuppInv
           MOVE WorkPONum TO APPONum
           MOVE WorkInvDate TO APInvDate
           COMPUTE DateInt = FUNCTION INTEGER-OF-DATE(WorkInvDate)
              + SUTermsDays
           COMPUTE APDueDate = FUNCTION DATE-OF-INTEGER(DateInt)
           IF SUDiscDays > ZERO AND SUDiscPct > ZERO
              COMPUTE DateInt = FUNCTION INTEGER-OF-DATE(WorkInvDate)
                 + SUDiscDays
              COMPUTE APDiscDate = FUNCTION DATE-OF-INTEGER(DateInt)
              COMPUTE APDiscAmt ROUNDED =
                 WorkAmount * SUDiscPct / 100
           ELSE
              MOVE ZERO TO APDiscDate APDiscAmt
           END-IF
           MOVE WorkQtyBilled TO APQtyBilled
           MOVE WorkAmount TO APAmount
           MOVE ZERO TO APPaidAmt APCheckNum
           IF HoldReason = SPACE
              MOVE 'O' TO APStatus
           ELSE
              MOVE 'H' TO APStatus
              ADD 1 TO InvoicesHeld
           END-IF
           MOVE HoldReason TO APHoldReason
           MOVE CurrentOperator TO APOperator
           MOVE FUNCTION CURRENT-DATE TO APTimestamp
           WRITE APInvoiceRecord
           IF APInvoiceStatus NOT = "00"
              DISPLAY "Unable To Write APInvoice.dat, Status "
                 APInvoiceStatus
           ELSE
              ADD 1 TO InvoicesEntered
              DISPLAY "Voucher " WorkVoucher " Entered, Due "
                 APDueDate
           END-IF
           CLOSE APInvoiceFile.

       ListHeldInvoices.
           MOVE ZERO TO HeldListed
           MOVE 'N' TO APEOF
           OPEN INPUT APInvoiceFile
           IF APInvoiceStatus NOT = "00"
              DISPLAY "No Supplier Invoices On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           PERFORM UNTIL APEOF = 'Y'
              READ APInvoiceFile
                 AT END MOVE 'Y' TO APEOF
                 NOT AT END
                    IF APStatus = 'H'
                       ADD 1 TO HeldListed
                       MOVE APAmount TO AmountDisplay
                       DISPLAY "Voucher " APVoucher
                          " Supp " APSuppID
                          " Inv " APSuppInv
                          " PO " APPONum
                          " " AmountDisplay
                          " " APHoldReason
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APInvoiceFile
           DISPLAY "Held Invoices : " HeldListed.

       ReleaseInvoice.
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required To Release "
                 "Held Invoices"
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Voucher Number : " WITH NO ADVANCING
           ACCEPT WorkVoucher
           DISPLAY "R = Release For Payment, V = Void : "
              WITH NO ADVANCING
           ACCEPT ReleaseChoice
           MOVE FUNCTION UPPER-CASE(ReleaseChoice) TO ReleaseChoice
           IF ReleaseChoice NOT = 'R' AND ReleaseChoice NOT = 'V'
              DISPLAY "Nothing Changed"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO InvoiceFound
           MOVE 'N' TO InvoiceChanged
           MOVE 'N' TO APEOF
           OPEN INPUT APInvoiceFile
           IF APInvoiceStatus NOT = "00"
              DISPLAY "No Supplier Invoices On File"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APWorkFile
           IF APWorkStatus NOT = "00"
              DISPLAY "Unable To Open APInvoice.tmp, Status "
                 APWorkStatus
              CLOSE APInvoiceFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL APEOF = 'Y'
              READ APInvoiceFile
                 AT END MOVE 'Y' TO APEOF
                 NOT AT END PERFORM ReleaseOneInvoice
              END-READ
           END-PERFORM
           CLOSE APInvoiceFile, APWorkFile
           EVALUATE TRUE
              WHEN InvoiceFound = 'N'
                 DISPLAY "Voucher " WorkVoucher " Not On File"
              WHEN InvoiceChanged = 'N'
                 DISPLAY "Voucher " WorkVoucher " Is Not On Hold"
              WHEN OTHER
                 PERFORM CopyWorkToInvoices
                 IF ReleaseChoice = 'R'
                    DISPLAY "Voucher " WorkVoucher
                       " Released For Payment"
                 ELSE
                    DISPLAY "Voucher " WorkVoucher " Voided"
                 END-IF
           END-EVALUATE.

       ReleaseOneInvoice.
           IF APVoucher = WorkVoucher
              MOVE 'Y' TO InvoiceFound
              IF APStatus = 'H'
                 MOVE 'Y' TO InvoiceChanged
                 IF ReleaseChoice = 'R'
                    MOVE 'O' TO APStatus
                 ELSE
                    MOVE 'V' TO APStatus
                 END-IF
                 MOVE CurrentOperator TO APOperator
                 MOVE FUNCTION CURRENT-DATE TO APTimestamp
              END-IF
           END-IF
           WRITE APWorkRecord FROM APInvoiceRecord
           IF APWorkStatus NOT = "00"
              DISPLAY "Unable To Write APInvoice.tmp, Status "
                 APWorkStatus
           END-IF.

       CopyWorkToInvoices.
           MOVE 'N' TO WorkEOF
           OPEN INPUT APWorkFile
           IF APWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen APInvoice.tmp, Status "
                 APWorkStatus
           ELSE
              OPEN OUTPUT APInvoiceFile
              IF APInvoiceStatus NOT = "00"
                 DISPLAY "Unable To Rewrite APInvoice.dat, Status "
                    APInvoiceStatus
                 CLOSE APWorkFile
              ELSE
                 PERFORM UNTIL WorkEOF = 'Y'
                    READ APWorkFile
                       AT END MOVE 'Y' TO WorkEOF
                       NOT AT END
                          WRITE APInvoiceRecord FROM APWorkRecord
                          IF APInvoiceStatus NOT = "00"
                             DISPLAY "Unable To Write APInvoice.dat, "
                                "Status " APInvoiceStatus
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE APWorkFile, APInvoiceFile
              END-IF
           END-IF.
