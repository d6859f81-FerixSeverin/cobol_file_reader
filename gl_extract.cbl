           02 PAOldQty PIC 9(5).
           02 PANewQty PIC 9(5).
           02 PAOperator PIC X(8).
           02 PACheck PIC 9(9).

       FD GLExtractFile.
       01 GLExtractRecord.
       01 FinChgTotal PIC 9(9)V99 VALUE ZERO.
       01 WriteOffTotal PIC 9(9)V99 VALUE ZERO.
       01 GiftTotal PIC 9(9)V99 VALUE ZERO.
       01 LoyaltyTotal PIC 9(9)V99 VALUE ZERO.
       01 RefundTotal PIC 9(9)V99 VALUE ZERO.
       01 InvAdjTotal PIC S9(9)V99 VALUE ZERO.
       01 AdjValue PIC S9(9)V99.
       01 PostAmount PIC 9(9)V99.
                             ADD ARAmount TO WriteOffTotal
                          WHEN 'G'
                             ADD ARAmount TO GiftTotal
                          WHEN 'L'
                             ADD ARAmount TO LoyaltyTotal
                          WHEN 'R'
                             ADD ARAmount TO RefundTotal
                       END-EVALUATE
                    END-IF
              END-READ
              MOVE GiftTotal TO PostAmount
              PERFORM AddJournalPair
           END-IF
           IF LoyaltyTotal > ZERO
              MOVE "LOYALTY" TO WantSource
              MOVE LoyaltyTotal TO PostAmount
              PERFORM AddJournalPair
           END-IF
           IF RefundTotal > ZERO
              MOVE "REFUND" TO WantSource
              MOVE RefundTotal TO PostAmount
              PERFORM AddJournalPair
           END-IF
           IF InvAdjTotal NOT = ZERO
              MOVE "INVADJ" TO WantSource
              IF InvAdjTotal > ZERO
