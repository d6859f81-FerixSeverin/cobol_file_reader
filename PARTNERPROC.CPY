      *> Trading partners on TradePartner.dat. PERFORM LoadPartners once
      *> after LoadBillToTable; FindPartner and AddPartner work from
      *> PartnerCustID, SetPartnerFile names the outbound file.
       LoadPartners.
           MOVE ZERO TO PartnerCount
           MOVE 'N' TO PartnerEOF
           OPEN INPUT PartnerFile
           IF PartnerStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PartnerEOF = 'Y'
              READ PartnerFile
                 AT END MOVE 'Y' TO PartnerEOF
                 NOT AT END
                    IF PTPartnerID IS NUMERIC AND PartnerCount < 1000
                       ADD 1 TO PartnerCount
                       MOVE PTPartnerID TO XGPartnerID(PartnerCount)
                       MOVE PTSince TO XGSince(PartnerCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PartnerFile.

       FindPartner.
           MOVE PartnerCustID TO BillToWanted
           PERFORM FindBillTo
           MOVE BillToID TO PartnerID
           MOVE 'N' TO PartnerFound
           IF PartnerCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET PGX TO 1
           SEARCH PartnerEntry
              AT END CONTINUE
              WHEN XGPartnerID(PGX) = PartnerID
                 MOVE 'Y' TO PartnerFound
           END-SEARCH.

       AddPartner.
           IF PartnerFound = 'Y' OR PartnerCount >= 1000
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PartnerFile
           IF PartnerStatus = "35"
              OPEN OUTPUT PartnerFile
           END-IF
           IF PartnerStatus NOT = "00"
              DISPLAY "Unable To Open TradePartner.dat, Status "
                 PartnerStatus
              EXIT PARAGRAPH
           END-IF
           MOVE PartnerID TO PTPartnerID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PTSince
           WRITE PartnerRecord
           IF PartnerStatus NOT = "00"
              DISPLAY "Unable To Write TradePartner.dat, Status "
                 PartnerStatus
           ELSE
              ADD 1 TO PartnerCount
              MOVE PTPartnerID TO XGPartnerID(PartnerCount)
              MOVE PTSince TO XGSince(PartnerCount)
              MOVE 'Y' TO PartnerFound
           END-IF
           CLOSE PartnerFile.

       SetPartnerFile.
           MOVE SPACES TO PartnerFileName
           STRING PartnerPrefix DELIMITED BY SIZE
              PartnerID DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO PartnerFileName
           END-STRING.
