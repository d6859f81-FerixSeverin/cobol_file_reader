           02 AuditNewLastName PIC X(15).
           02 AuditFieldsChanged PIC X(26).
           02 AuditOperator PIC X(8).
           02 AuditCheck PIC 9(9).

       WORKING-STORAGE SECTION.
       01 Choice PIC 9.

       COPY SITEWS.

       01 ChainRequest.
           02 CRFunc PIC X(5).
           02 CRLogName PIC X(20).
           02 CRRecord PIC X(200).
           02 CRPrevCheck PIC 9(9).
           02 CRCheck PIC 9(9).
           02 CRCount PIC 9(9).
           02 CRFound PIC X.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM ResolveDatasetNames
              MOVE SavLastName TO AuditNewLastName
              MOVE SPACES TO AuditFieldsChanged
              MOVE CurrentOperator TO AuditOperator
              MOVE "STAMP" TO CRFunc
              MOVE "CustomerAudit.log" TO CRLogName
              MOVE AuditRecord TO CRRecord
              CALL "AUDIT_CHAIN" USING ChainRequest
                 ON EXCEPTION MOVE ZERO TO CRCheck
              END-CALL
              MOVE CRCheck TO AuditCheck
              WRITE AuditRecord
              IF CustomerAuditStatus NOT = "00"
                 DISPLAY "Unable To Write CustomerAudit.log, Status "
