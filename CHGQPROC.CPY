      *> Customer changes queued on CustChange.dat for CUST_APPROVE. Set
      *> the ChgQ fields and PERFORM QueueCustChange; ChgQSeq is the
      *> change number.
       QueueCustChange.
           MOVE 'N' TO ChgQQueued
           MOVE ZERO TO ChgQSeq
           MOVE 'N' TO ChgQEOF
           OPEN INPUT ChgQueueFile
           IF ChgQStatus NOT = "00"
              MOVE 'Y' TO ChgQEOF
           END-IF
           PERFORM UNTIL ChgQEOF = 'Y'
              READ ChgQueueFile
                 AT END MOVE 'Y' TO ChgQEOF
                 NOT AT END
                    IF CGSeq IS NUMERIC AND CGSeq > ChgQSeq
                       MOVE CGSeq TO ChgQSeq
                    END-IF
              END-READ
           END-PERFORM
           IF ChgQStatus NOT = "35"
              CLOSE ChgQueueFile
           END-IF
           ADD 1 TO ChgQSeq
           OPEN EXTEND ChgQueueFile
           IF ChgQStatus = "35"
              OPEN OUTPUT ChgQueueFile
           END-IF
           IF ChgQStatus NOT = "00"
              DISPLAY "Unable To Open CustChange.dat, Status "
                 ChgQStatus
              EXIT PARAGRAPH
           END-IF
           MOVE ChgQSeq TO CGSeq
           MOVE FUNCTION CURRENT-DATE TO CGTimestamp
           MOVE ChgQCustID TO CGCustID
           MOVE ChgQField TO CGField
           MOVE ChgQOldValue TO CGOldValue
           MOVE ChgQNewValue TO CGNewValue
           MOVE 'P' TO CGStatus
           MOVE ChgQOperator TO CGRequester
           MOVE SPACES TO CGDecider
           MOVE SPACES TO CGReason
           WRITE ChgQueueRecord
           IF ChgQStatus NOT = "00"
              DISPLAY "Unable To Write CustChange.dat, Status "
                 ChgQStatus
           ELSE
              MOVE 'Y' TO ChgQQueued
           END-IF
           CLOSE ChgQueueFile.
