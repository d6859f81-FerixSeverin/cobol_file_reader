           02 AuditNewLastName PIC X(15).
           02 AuditFieldsChanged PIC X(26).
           02 AuditOperator PIC X(8).
           02 AuditCheck PIC 9(9).

       FD AuditReport.
       01 PrintLine PIC X(130).
