      *> Customer loyalty points ledger on LoyaltyPts.dat. PERFORM
      *> ReadLoyaltyCtl once; GetPointsBalance gives the live balance,
      *> EarnPoints and WriteLoyaltyEntry record movements.
       ReadLoyaltyCtl.
           OPEN INPUT LoyaltyCtlFile
           IF LoyaltyCtlStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ LoyaltyCtlFile
              AT END CONTINUE
              NOT AT END
                 IF LCEarnRate IS NUMERIC
                    MOVE LCEarnRate TO LoyaltyEarnRate
                 END-IF
                 IF LCPointValue IS NUMERIC AND LCPointValue > ZERO
                    MOVE LCPointValue TO LoyaltyPointValue
                 END-IF
                 IF LCExpireDays IS NUMERIC AND LCExpireDays > ZERO
                    MOVE LCExpireDays TO LoyaltyExpireDays
                 END-IF
           END-READ
           CLOSE LoyaltyCtlFile.

       GetPointsBalance.
           MOVE ZERO TO LoyaltyEarned LoyaltyUsed LoyaltyLapsed
              LoyaltyExpireDue LoyaltyBalance
              LoyaltyOrderEarned LoyaltyOrderReversed
           MOVE 'N' TO LoyaltyEOF
           OPEN INPUT LoyaltyFile
           IF LoyaltyStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LoyaltyEOF = 'Y'
              READ LoyaltyFile
                 AT END MOVE 'Y' TO LoyaltyEOF
                 NOT AT END
                    IF LPCustID = LoyaltyCustID
                       AND LPPoints IS NUMERIC
                       PERFORM TallyPointsEntry
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LoyaltyFile
           IF LoyaltyLapsed > LoyaltyUsed
              COMPUTE LoyaltyExpireDue = LoyaltyLapsed - LoyaltyUsed
           END-IF
           IF LoyaltyEarned > LoyaltyUsed + LoyaltyExpireDue
              COMPUTE LoyaltyBalance =
                 LoyaltyEarned - LoyaltyUsed - LoyaltyExpireDue
           END-IF.

       TallyPointsEntry.
           IF LPType = 'E'
              ADD LPPoints TO LoyaltyEarned
              IF LPExpiry IS NUMERIC AND LPExpiry < LoyaltyDate
                 ADD LPPoints TO LoyaltyLapsed
              END-IF
           ELSE
              ADD LPPoints TO LoyaltyUsed
           END-IF
           IF LoyaltyOrdNum NOT = ZERO AND LPOrdNum = LoyaltyOrdNum
              EVALUATE LPType
                 WHEN 'E'
                    ADD LPPoints TO LoyaltyOrderEarned
                 WHEN 'R'
                    ADD LPPoints TO LoyaltyOrderReversed
              END-EVALUATE
           END-IF.

       EarnPoints.
           COMPUTE LoyaltyPoints = LoyaltyMerch * LoyaltyEarnRate
              ON SIZE ERROR MOVE ZERO TO LoyaltyPoints
           END-COMPUTE
           IF LoyaltyPoints = ZERO
              EXIT PARAGRAPH
           END-IF
           COMPUTE LoyaltyExpiry = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(LoyaltyDate)
              + LoyaltyExpireDays)
           MOVE 'E' TO LoyaltyType
           PERFORM WriteLoyaltyEntry.

       WriteLoyaltyEntry.
           OPEN EXTEND LoyaltyFile
           IF LoyaltyStatus = "35"
              OPEN OUTPUT LoyaltyFile
           END-IF
           IF LoyaltyStatus NOT = "00"
              DISPLAY "Unable To Open LoyaltyPts.dat, Status "
                 LoyaltyStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LPTimestamp
           MOVE LoyaltyCustID TO LPCustID
           MOVE LoyaltyType TO LPType
           MOVE LoyaltyPoints TO LPPoints
           MOVE LoyaltyOrdNum TO LPOrdNum
           IF LoyaltyType = 'E'
              MOVE LoyaltyExpiry TO LPExpiry
           ELSE
              MOVE ZERO TO LPExpiry
           END-IF
           MOVE LoyaltyRef TO LPRef
           MOVE LoyaltyOperator TO LPOperator
           WRITE LoyaltyRecord
           IF LoyaltyStatus NOT = "00"
              DISPLAY "Unable To Write LoyaltyPts.dat, Status "
                 LoyaltyStatus
           END-IF
           CLOSE LoyaltyFile.
