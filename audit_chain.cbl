       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT_CHAIN.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Check value chain for the audit logs, kept on AuditChain.dat.
      *> CRFunc is STAMP, HASH, STATE or RESET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChainFile ASSIGN TO "AuditChain.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChainFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ChainFile.
       01 ChainRecord.
           02 CHLogName PIC X(20).
           02 CHCheck PIC 9(9).
           02 CHCount PIC 9(9).
           02 CHUpdated PIC X(21).

       WORKING-STORAGE SECTION.
       01 ChainFileStatus PIC XX VALUE "00".
       01 ChainEOF PIC X.
       01 SavedReturnCode PIC S9(9) COMP VALUE ZERO.
       01 RecLen PIC 9(3).
       01 CharSub PIC 9(3).
       01 ChainHash PIC 9(9).
       01 ChainWork PIC 9(12).
       01 EntrySub PIC 99.

       01 EntryCount PIC 99 VALUE ZERO.
       01 EntryTable.
           02 ChainEntry OCCURS 0 TO 20 TIMES
                 DEPENDING ON EntryCount.
              03 ETLogName PIC X(20).
              03 ETCheck PIC 9(9).
              03 ETCount PIC 9(9).
              03 ETUpdated PIC X(21).

       LINKAGE SECTION.
       01 ChainRequest.
           02 CRFunc PIC X(5).
           02 CRLogName PIC X(20).
           02 CRRecord PIC X(200).
           02 CRPrevCheck PIC 9(9).
           02 CRCheck PIC 9(9).
           02 CRCount PIC 9(9).
           02 CRFound PIC X.

       PROCEDURE DIVISION USING ChainRequest.
       StartPara.
           MOVE RETURN-CODE TO SavedReturnCode
           EVALUATE CRFunc
              WHEN "STAMP"
                 PERFORM LoadChainFile
                 PERFORM FindEntry
                 MOVE ETCheck(EntrySub) TO CRPrevCheck
                 PERFORM HashRecord
                 MOVE CRCheck TO ETCheck(EntrySub)
                 ADD 1 TO ETCount(EntrySub)
                 MOVE FUNCTION CURRENT-DATE TO ETUpdated(EntrySub)
                 PERFORM SaveChainFile
              WHEN "HASH"
                 PERFORM HashRecord
              WHEN "STATE"
                 PERFORM LoadChainFile
                 MOVE 'N' TO CRFound
                 MOVE ZERO TO CRCheck CRCount
                 PERFORM VARYING EntrySub FROM 1 BY 1
                    UNTIL EntrySub > EntryCount
                    IF ETLogName(EntrySub) = CRLogName
                       MOVE 'Y' TO CRFound
                       MOVE ETCheck(EntrySub) TO CRCheck
                       MOVE ETCount(EntrySub) TO CRCount
                    END-IF
                 END-PERFORM
              WHEN "RESET"
                 PERFORM LoadChainFile
                 PERFORM FindEntry
                 MOVE CRCheck TO ETCheck(EntrySub)
                 MOVE CRCount TO ETCount(EntrySub)
                 MOVE FUNCTION CURRENT-DATE TO ETUpdated(EntrySub)
                 PERFORM SaveChainFile
              WHEN OTHER
                 DISPLAY "AUDIT_CHAIN: Unknown Function " CRFunc
           END-EVALUATE
           MOVE SavedReturnCode TO RETURN-CODE.
           GOBACK.

       SetRecLen.
           EVALUATE CRLogName
              WHEN "CustomerAudit.log"
                 MOVE 126 TO RecLen
              WHEN "OrderAudit.log"
                 MOVE 68 TO RecLen
              WHEN "ProductAudit.log"
                 MOVE 65 TO RecLen
              WHEN "GradeAudit.log"
                 MOVE 107 TO RecLen
              WHEN OTHER
                 MOVE 191 TO RecLen
           END-EVALUATE.

       HashRecord.
           PERFORM SetRecLen
           MOVE CRPrevCheck TO ChainHash
           PERFORM VARYING CharSub FROM 1 BY 1 UNTIL CharSub > RecLen
              COMPUTE ChainWork = ChainHash * 131
                 + FUNCTION ORD(CRRecord(CharSub:1))
              COMPUTE ChainHash = FUNCTION MOD(ChainWork, 999999937)
           END-PERFORM
           MOVE ChainHash TO CRCheck.

       LoadChainFile.
           MOVE ZERO TO EntryCount
           MOVE 'N' TO ChainEOF
           OPEN INPUT ChainFile
           IF ChainFileStatus NOT = "00"
              MOVE 'Y' TO ChainEOF
           END-IF
           PERFORM UNTIL ChainEOF = 'Y'
              READ ChainFile
                 AT END MOVE 'Y' TO ChainEOF
                 NOT AT END
                    IF CHLogName NOT = SPACES AND EntryCount < 20
                       ADD 1 TO EntryCount
                       MOVE CHLogName TO ETLogName(EntryCount)
                       MOVE CHCheck TO ETCheck(EntryCount)
                       MOVE CHCount TO ETCount(EntryCount)
                       MOVE CHUpdated TO ETUpdated(EntryCount)
                    END-IF
              END-READ
           END-PERFORM
           IF ChainFileStatus NOT = "35"
              CLOSE ChainFile
           END-IF.

       FindEntry.
           PERFORM VARYING EntrySub FROM 1 BY 1
              UNTIL EntrySub > EntryCount
              OR ETLogName(EntrySub) = CRLogName
              CONTINUE
           END-PERFORM
           IF EntrySub > EntryCount
              ADD 1 TO EntryCount
              MOVE EntryCount TO EntrySub
              MOVE CRLogName TO ETLogName(EntrySub)
              MOVE ZERO TO ETCheck(EntrySub)
              MOVE ZERO TO ETCount(EntrySub)
           END-IF.

       SaveChainFile.
           OPEN OUTPUT ChainFile
           IF ChainFileStatus NOT = "00"
              DISPLAY "Unable To Open AuditChain.dat, Status "
                 ChainFileStatus
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EntrySub FROM 1 BY 1
              UNTIL EntrySub > EntryCount
              MOVE ETLogName(EntrySub) TO CHLogName
              MOVE ETCheck(EntrySub) TO CHCheck
              MOVE ETCount(EntrySub) TO CHCount
              MOVE ETUpdated(EntrySub) TO CHUpdated
              WRITE ChainRecord
           END-PERFORM
           IF ChainFileStatus NOT = "00"
              DISPLAY "Unable To Write AuditChain.dat, Status "
                 ChainFileStatus
           END-IF
           CLOSE ChainFile.
