           02 AuditNewLastName PIC X(15).
           02 AuditFieldsChanged PIC X(26).
           02 AuditOperator PIC X(8).
           02 AuditCheck PIC 9(9).

       FD OrderAudit.
       01 OrderAuditRecord.
           02 OANewQty PIC 9(5).
           02 OAOperator PIC X(8).
           02 OAOrdNum PIC 9(7).
           02 OACheck PIC 9(9).

       FD ProductAudit.
       01 ProductAuditRecord.
           02 PAOldQty PIC 9(5).
           02 PANewQty PIC 9(5).
           02 PAOperator PIC X(8).
           02 PACheck PIC 9(9).

       FD ActivityReport.
       01 PrintLine PIC X(100).
