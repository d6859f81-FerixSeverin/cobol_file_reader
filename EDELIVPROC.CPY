      *> Electronic delivery of invoices and statements. PERFORM
      *> LoadEDeliv once and CheckEDeliv per customer; when EDelivOn is
      *> 'Y' use StartEDelivDoc, PutEDelivLine and EndEDelivDoc.
       LoadEDeliv.
           MOVE ZERO TO EDelivPrefCount BounceCount
           MOVE 'N' TO EDelivEOF
           OPEN INPUT EDelivPrefFile
           IF EDelivPrefStatus NOT = "00"
              MOVE 'Y' TO EDelivEOF
           END-IF
           PERFORM UNTIL EDelivEOF = 'Y'
              READ EDelivPrefFile
                 AT END MOVE 'Y' TO EDelivEOF
                 NOT AT END
                    IF EPCustID IS NUMERIC
                       MOVE EPCustID TO EDelivCustID
                       PERFORM FindEDelivPref
                       IF EDelivOptedIn = SPACE
                          IF EDelivPrefCount < 5000
                             ADD 1 TO EDelivPrefCount
                             SET EPX TO EDelivPrefCount
                             PERFORM StoreEDelivPref
                          END-IF
                       ELSE
                          PERFORM StoreEDelivPref
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF EDelivPrefStatus NOT = "35"
              CLOSE EDelivPrefFile
           END-IF
           MOVE 'N' TO EDelivEOF
           OPEN INPUT BounceFile
           IF BounceStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EDelivEOF = 'Y'
              READ BounceFile
                 AT END MOVE 'Y' TO EDelivEOF
                 NOT AT END
                    IF EBEmail NOT = SPACE AND BounceCount < 2000
                       ADD 1 TO BounceCount
                       MOVE FUNCTION UPPER-CASE(EBEmail)
                          TO XBEmail(BounceCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BounceFile.

       StoreEDelivPref.
           MOVE EPCustID TO XECustID(EPX)
           MOVE EPOptIn TO XEOptIn(EPX)
           MOVE EPDate TO XEDate(EPX)
           MOVE EPOperator TO XEOperator(EPX).

       FindEDelivPref.
           MOVE SPACE TO EDelivOptedIn
           IF EDelivPrefCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET EPX TO 1
           SEARCH EDelivPrefEntry
              AT END CONTINUE
              WHEN XECustID(EPX) = EDelivCustID
                 MOVE XEOptIn(EPX) TO EDelivOptedIn
           END-SEARCH.

       CheckEDeliv.
           MOVE 'N' TO EDelivOn EDelivBounced
           MOVE SPACES TO EDelivEmail
           PERFORM FindEDelivPref
           IF EDelivOptedIn NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           PERFORM GetEmailContact
           IF EDelivEmail = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM CheckBounced
           IF EDelivBounced = 'N'
              MOVE 'Y' TO EDelivOn
           END-IF.

       GetEmailContact.
           MOVE SPACES TO EDelivEmail
           MOVE 'N' TO EDelivEOF
           OPEN INPUT ContactFile
           IF ContactFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE EDelivCustID TO CCCustID
           MOVE ZERO TO CCSeq
           START ContactFile KEY IS NOT LESS THAN ContactKey
              INVALID KEY MOVE 'Y' TO EDelivEOF
           END-START
           PERFORM UNTIL EDelivEOF = 'Y'
              READ ContactFile NEXT RECORD
                 AT END MOVE 'Y' TO EDelivEOF
                 NOT AT END
                    IF CCCustID NOT = EDelivCustID
                       MOVE 'Y' TO EDelivEOF
                    ELSE
                       IF FUNCTION UPPER-CASE(CCType) = "EMAIL"
                          AND CCValue NOT = SPACES
                          MOVE CCValue TO EDelivEmail
                          MOVE 'Y' TO EDelivEOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ContactFile.

       CheckBounced.
           MOVE 'N' TO EDelivBounced
           IF BounceCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET EBX TO 1
           SEARCH BounceEntry
              AT END CONTINUE
              WHEN XBEmail(EBX) = FUNCTION UPPER-CASE(EDelivEmail)
                 MOVE 'Y' TO EDelivBounced
           END-SEARCH.

       StartEDelivDoc.
           MOVE ZERO TO EDelivLineNum
           IF EDelivOn NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND EDelivOutFile
           IF EDelivOutStatus = "35"
              OPEN OUTPUT EDelivOutFile
           END-IF
           IF EDelivOutStatus NOT = "00"
              DISPLAY "Unable To Open EDelivOut.dat, Status "
                 EDelivOutStatus
              MOVE 'N' TO EDelivOn
           END-IF.

       PutEDelivLine.
           ADD 1 TO EDelivLineNum
           MOVE EDelivCustID TO EOCustID
           MOVE EDelivDocType TO EODocType
           MOVE EDelivDocRef TO EODocRef
           MOVE EDelivEmail TO EOEmail
           MOVE EDelivLineNum TO EOLineNum
           MOVE EDelivText TO EOText
           WRITE EDelivOutRecord
           IF EDelivOutStatus NOT = "00"
              DISPLAY "Unable To Write EDelivOut.dat, Status "
                 EDelivOutStatus
           END-IF.

       EndEDelivDoc.
           EVALUATE TRUE
              WHEN EDelivOn = 'Y'
                 CLOSE EDelivOutFile
                 MOVE "SENT" TO EDelivResult
              WHEN EDelivBounced = 'Y'
                 MOVE "BOUNCED" TO EDelivResult
              WHEN EDelivOptedIn = 'Y' AND EDelivEmail = SPACES
                 MOVE "NOEMAIL" TO EDelivResult
              WHEN EDelivOptedIn = 'Y'
                 MOVE "PRINTED" TO EDelivResult
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'N' TO EDelivOn
           OPEN EXTEND EDelivLogFile
           IF EDelivLogStatus = "35"
              OPEN OUTPUT EDelivLogFile
           END-IF
           IF EDelivLogStatus NOT = "00"
              DISPLAY "Unable To Open EDelivLog.dat, Status "
                 EDelivLogStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ELTimestamp
           MOVE EDelivCustID TO ELCustID
           MOVE EDelivDocType TO ELDocType
           MOVE EDelivDocRef TO ELDocRef
           MOVE EDelivEmail TO ELEmail
           MOVE EDelivResult TO ELResult
           MOVE EDelivLineNum TO ELLines
           WRITE EDelivLogRecord
           IF EDelivLogStatus NOT = "00"
              DISPLAY "Unable To Write EDelivLog.dat, Status "
                 EDelivLogStatus
           END-IF
           CLOSE EDelivLogFile.
