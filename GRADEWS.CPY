      *> Work fields for GRADEPROC.CPY. The program declares GradesFile,
      *> GradesWorkFile and GradeAudit with the FILE STATUS fields
      *> below, and ChainRequest for AUDIT_CHAIN.
       01 GradesFileStatus PIC XX VALUE "00".
       01 GradesWorkStatus PIC XX VALUE "00".
       01 GradeAuditStatus PIC XX VALUE "00".
       01 GradesEOF PIC X.
       01 GradesWorkEOF PIC X.
       01 GrdStudID PIC 9(5).
       01 GrdCourse PIC X(10).
       01 GrdTerm PIC X(6).
       01 GrdScore PIC 999.
       01 GrdCredits PIC 99.
       01 GrdOldScore PIC X(3).
       01 GrdOldNum REDEFINES GrdOldScore PIC 999.
       01 GrdFound PIC X.
       01 GrdPosted PIC X.
       01 GrdAction PIC X(6).
       01 GrdReason PIC X(30).
       01 GrdOperator PIC X(8).
       01 GrdApprover PIC X(8).
       01 GrdChange PIC 9(7).
