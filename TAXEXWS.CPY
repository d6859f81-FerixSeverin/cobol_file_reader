      *> Work fields for TAXEXPROC.CPY. It also declares TaxExemptFile
      *> (TaxExempt.dat) with FILE STATUS IS TaxExStatus.
       01 TaxExStatus PIC XX VALUE "00".
       01 TaxExEOF PIC X.
       01 TaxExCount PIC 9(4) VALUE ZERO.
       01 TaxExTable.
           02 TaxExEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON TaxExCount
                 INDEXED BY TEX.
              03 XTCustID PIC 9(5).
              03 XTCertNum PIC X(15).
              03 XTStates PIC X(20).
              03 XTStateList REDEFINES XTStates.
                 04 XTState PIC X(2) OCCURS 10 TIMES.
              03 XTExpiry PIC 9(8).
       01 TaxExWanted PIC 9(5).
       01 TaxExState PIC X(2).
       01 TaxExToday PIC 9(8).
       01 TaxExSub PIC 99.
       01 TaxExOnFile PIC X.
       01 TaxExCovered PIC X.
       01 TaxExempt PIC X.
       01 TaxExExpired PIC X.
       01 TaxExCert PIC X(15).
       01 TaxExExpiry PIC 9(8).
