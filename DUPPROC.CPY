      *> Duplicate order lines within DUP_DAYS days (default 3). PERFORM
      *> LoadRecentLines once, FindDuplicate per line and AddRecentLine
      *> after writing one; WriteDupSuspect logs a suspect let through.
       LoadRecentLines.
           MOVE ZERO TO DupCount
           MOVE 'N' TO DupFull
           MOVE SPACES TO DupDaysText
           ACCEPT DupDaysText FROM ENVIRONMENT "DUP_DAYS"
           IF DupDaysText NOT = SPACES
              AND FUNCTION TRIM(DupDaysText) IS NUMERIC
              MOVE FUNCTION NUMVAL(DupDaysText) TO DupDays
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DupToday
           COMPUTE DupFromDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(DupToday) - DupDays)
           MOVE 'N' TO DupEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DupEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO DupEOF
                 NOT AT END
                    IF OTStatus NOT = 'C'
                       AND OTTimestamp(1:8) IS NUMERIC
                       AND OTTimestamp(1:8) >= DupFromDate
                       AND OTOrdNum IS NUMERIC
                       AND OTQty IS NUMERIC
                       MOVE OTCustID TO DupCustID
                       MOVE OTProdName TO DupProdName
                       MOVE OTSize TO DupSize
                       MOVE OTQty TO DupQty
                       MOVE OTOrdNum TO DupNewOrd
                       MOVE OTTimestamp(1:8) TO DupDate
                       PERFORM AddRecentLine
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OrderTransFile
           IF DupFull = 'Y'
              DISPLAY "Recent Order Table Full, Duplicate Check "
                 "Covers The First 5000 Lines Only"
           END-IF.

       AddRecentLine.
           IF DupCount >= 5000
              MOVE 'Y' TO DupFull
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO DupCount
           SET DUX TO DupCount
           MOVE DupCustID TO XDCustID(DUX)
           MOVE DupProdName TO XDProdName(DUX)
           MOVE DupSize TO XDSize(DUX)
           MOVE DupQty TO XDQty(DUX)
           MOVE DupNewOrd TO XDOrdNum(DUX)
           MOVE DupDate TO XDDate(DUX).

       FindDuplicate.
           MOVE 'N' TO DupFound
           MOVE ZERO TO DupOrdNum DupDate
           IF DupCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET DUX TO 1
           SEARCH DupEntry
              AT END CONTINUE
              WHEN XDCustID(DUX) = DupCustID
                 AND XDProdName(DUX) = DupProdName
                 AND XDSize(DUX) = DupSize
                 AND XDQty(DUX) = DupQty
                 AND XDOrdNum(DUX) NOT = DupSkipOrd
                 MOVE 'Y' TO DupFound
                 MOVE XDOrdNum(DUX) TO DupOrdNum
                 MOVE XDDate(DUX) TO DupDate
           END-SEARCH.

       WriteDupSuspect.
           OPEN EXTEND DupSuspectFile
           IF DupSuspectStatus = "35"
              OPEN OUTPUT DupSuspectFile
           END-IF
           IF DupSuspectStatus NOT = "00"
              DISPLAY "Unable To Open DupSuspect.dat, Status "
                 DupSuspectStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DSTimestamp
           MOVE DupCustID TO DSCustID
           MOVE DupProdName TO DSProdName
           MOVE DupSize TO DSSize
           MOVE DupQty TO DSQty
           MOVE DupNewOrd TO DSOrdNum
           MOVE DupOrdNum TO DSPrevOrdNum
           MOVE DupSource TO DSSource
           MOVE DupOperator TO DSOperator
           WRITE DupSuspectRecord
           IF DupSuspectStatus NOT = "00"
              DISPLAY "Unable To Write DupSuspect.dat, Status "
                 DupSuspectStatus
           END-IF
           CLOSE DupSuspectFile.
