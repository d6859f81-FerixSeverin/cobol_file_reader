      *> Tax exemption certificates from TaxExempt.dat. PERFORM
      *> LoadTaxExempt once; set TaxExWanted and TaxExState and PERFORM
      *> CheckTaxExempt for TaxExempt and TaxExExpired.
       LoadTaxExempt.
           MOVE ZERO TO TaxExCount
           MOVE 'N' TO TaxExEOF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TaxExToday
           OPEN INPUT TaxExemptFile
           IF TaxExStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TaxExEOF = 'Y'
              READ TaxExemptFile
                 AT END MOVE 'Y' TO TaxExEOF
                 NOT AT END
                    IF TaxExCount < 2000
                       AND TECustID IS NUMERIC
                       AND TEExpiry IS NUMERIC
                       ADD 1 TO TaxExCount
                       SET TEX TO TaxExCount
                       MOVE TECustID TO XTCustID(TEX)
                       MOVE TECertNum TO XTCertNum(TEX)
                       MOVE FUNCTION UPPER-CASE(TEStates)
                          TO XTStates(TEX)
                       MOVE TEExpiry TO XTExpiry(TEX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TaxExemptFile.

       CheckTaxExempt.
           MOVE 'N' TO TaxExOnFile
           MOVE 'N' TO TaxExempt
           MOVE 'N' TO TaxExExpired
           MOVE SPACES TO TaxExCert
           MOVE ZERO TO TaxExExpiry
           IF TaxExCount > 0
              SET TEX TO 1
              SEARCH TaxExEntry
                 AT END CONTINUE
                 WHEN XTCustID(TEX) = TaxExWanted
                    MOVE 'Y' TO TaxExOnFile
              END-SEARCH
           END-IF
           IF TaxExOnFile = 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE XTCertNum(TEX) TO TaxExCert
           MOVE XTExpiry(TEX) TO TaxExExpiry
           MOVE 'N' TO TaxExCovered
           PERFORM VARYING TaxExSub FROM 1 BY 1
              UNTIL TaxExSub > 10 OR TaxExCovered = 'Y'
              IF XTState(TEX, TaxExSub) NOT = SPACES
                 AND XTState(TEX, TaxExSub) =
                    FUNCTION UPPER-CASE(TaxExState)
                 MOVE 'Y' TO TaxExCovered
              END-IF
           END-PERFORM
           IF TaxExCovered = 'N'
              EXIT PARAGRAPH
           END-IF
           IF XTExpiry(TEX) < TaxExToday
              MOVE 'Y' TO TaxExExpired
           ELSE
              MOVE 'Y' TO TaxExempt
           END-IF.
