           SELECT TaxReport ASSIGN TO "TaxReport.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TaxReportStatus.
           SELECT TaxExemptFile ASSIGN TO "TaxExempt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TaxExStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TaxReport.
       01 PrintLine PIC X(60).

       FD TaxExemptFile.
       01 TaxExemptRecord.
           02 TECustID PIC 9(5).
           02 TECertNum PIC X(15).
           02 TEStates PIC X(20).
           02 TEExpiry PIC 9(8).

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 OrderEOF PIC X VALUE 'N'.
       01 CustomerOpen PIC X VALUE 'N'.
       01 LinesSelected PIC 9(7) VALUE ZERO.
       01 ExemptLines PIC 9(7) VALUE ZERO.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
              03 TSTax PIC 9(9)V99.
       01 GrandSales PIC 9(9)V99 VALUE ZERO.
       01 GrandTax PIC 9(9)V99 VALUE ZERO.
       01 ExemptSlotFound PIC X.
       01 ExemptCount PIC 9(3) VALUE ZERO.
       01 ExemptTable.
           02 ExemptEntry OCCURS 0 TO 500 TIMES
                 DEPENDING ON ExemptCount
                 INDEXED BY ESX.
              03 ESCustID PIC 9(5).
              03 ESCert PIC X(15).
              03 ESState PIC X(2).
              03 ESSales PIC 9(9)V99.
       01 ExemptTotal PIC 9(9)V99 VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(32) VALUE
           02 PrnGrandSales PIC $$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnGrandTax PIC $$$,$$$,$$9.99.
       01 ExemptHeads PIC X(43) VALUE
          "Cust   Certificate      St     Exempt Sales".
       01 ExemptDetailLine.
           02 PrnExCustID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExCert PIC X(15).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExState PIC X(2).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnExSales PIC $$$,$$$,$$9.99.
       01 ExemptTotalLine.
           02 FILLER PIC X(29) VALUE "TOTAL EXEMPT SALES".
           02 PrnExemptTotal PIC $$$,$$$,$$9.99.

       COPY SITEWS.
       COPY TAXEXWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           PERFORM LoadTaxExempt
           OPEN INPUT OrderTransFile.
           IF OrderTransStatus NOT = "00"
              DISPLAY "No Order Data Available"

       COPY SITEPROC.

       COPY TAXEXPROC.

       TallyOneLine.
           IF OTStatus NOT = 'C'
              AND OTStatus NOT = 'H'
              END-IF
              ADD OTTaxAmt TO TSTax(SX)
              ADD OTTaxAmt TO GrandTax
           END-IF
           IF OTStatus NOT = 'C'
              AND OTStatus NOT = 'H'
              AND OTTaxAmt IS NUMERIC AND OTTaxAmt = ZERO
              AND OTExtPrice IS NUMERIC
              AND TaxExCount > 0
              PERFORM TallyExemptLine
           END-IF.

       TallyExemptLine.
           PERFORM GetLineState
           MOVE OTCustID TO TaxExWanted
           MOVE LineState TO TaxExState
           IF OTTimestamp(1:8) IS NUMERIC
              MOVE OTTimestamp(1:8) TO TaxExToday
           END-IF
           PERFORM CheckTaxExempt
           IF TaxExempt NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ExemptLines
           MOVE 'N' TO ExemptSlotFound
           IF ExemptCount > 0
              SET ESX TO 1
              SEARCH ExemptEntry
                 AT END CONTINUE
                 WHEN ESCustID(ESX) = OTCustID
                    AND ESState(ESX) = LineState
                    MOVE 'Y' TO ExemptSlotFound
              END-SEARCH
           END-IF
           IF ExemptSlotFound = 'N'
              IF ExemptCount >= 500
                 SET ESX TO ExemptCount
              ELSE
                 ADD 1 TO ExemptCount
                 SET ESX TO ExemptCount
                 MOVE OTCustID TO ESCustID(ESX)
                 MOVE TaxExCert TO ESCert(ESX)
                 MOVE LineState TO ESState(ESX)
                 MOVE ZERO TO ESSales(ESX)
              END-IF
           END-IF
           ADD OTExtPrice TO ESSales(ESX)
           ADD OTExtPrice TO ExemptTotal.

       GetLineState.
           MOVE "??" TO LineState
           IF CustomerOpen = 'Y'
                 DISPLAY "Unable To Write TaxReport.rpt, Status "
                    TaxReportStatus
              END-IF
              IF ExemptCount > 0
                 PERFORM WriteExemptSales
              END-IF
              CLOSE TaxReport
              DISPLAY "Taxed Order Lines : " LinesSelected
              DISPLAY "Exempt Order Lines : " ExemptLines
           END-IF.

       WriteExemptSales.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "EXEMPT SALES" TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM ExemptHeads
           PERFORM VARYING ESX FROM 1 BY 1
              UNTIL ESX > ExemptCount
              MOVE ESCustID(ESX) TO PrnExCustID
              MOVE ESCert(ESX) TO PrnExCert
              MOVE ESState(ESX) TO PrnExState
              MOVE ESSales(ESX) TO PrnExSales
              WRITE PrintLine FROM ExemptDetailLine
           END-PERFORM
           MOVE ExemptTotal TO PrnExemptTotal
           WRITE PrintLine FROM ExemptTotalLine
           IF TaxReportStatus NOT = "00"
              DISPLAY "Unable To Write TaxReport.rpt, Status "
                 TaxReportStatus
           END-IF.
