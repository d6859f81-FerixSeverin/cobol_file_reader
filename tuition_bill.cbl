           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT TuitBilledFile ASSIGN TO "TuitBilled.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TuitBilledStatus.
           SELECT TuitionReport ASSIGN TO "TuitBill.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TuitionReportStatus.
           02 ENCourse PIC X(10).
           02 ENStatus PIC X.
           02 ENBilled PIC X.
           02 ENTerm PIC X(6).
           02 ENPriority PIC 9.

       FD EnrollWorkFile.
       01 EnrollWorkRecord PIC X(45).

       FD CourseFile.
       01 CourseRecord.
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD TuitBilledFile.
       01 TuitBilledRecord.
           02 TBStudID PIC 9(5).
           02 TBCourse PIC X(10).
           02 TBTerm PIC X(6).
           02 TBInvNum PIC 9(7).
           02 TBAmount PIC 9(7)V99.
           02 TBCredits PIC 99.
           02 TBRate PIC 9(3)V99.
           02 TBDate PIC 9(8).

       FD TuitionReport.
       01 PrintLine PIC X(70).

       01 InvCtlStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 TuitionReportStatus PIC XX VALUE "00".
       01 TuitBilledStatus PIC XX VALUE "00".

       01 EnrollEOF PIC X.
       01 WorkEOF PIC X.
                 PERFORM WriteTuitionCharge
                 IF ARTransStatus = "00"
                    MOVE 'Y' TO ENBilled
                    PERFORM WriteBilledCharge
                    ADD 1 TO BilledCount
                    ADD ChargeAmt TO BilledAmount
                    MOVE ENStudID TO PrnStudID
              MOVE "00" TO ARTransStatus
           END-IF.

       WriteBilledCharge.
           OPEN EXTEND TuitBilledFile
           IF TuitBilledStatus = "35"
              OPEN OUTPUT TuitBilledFile
           END-IF
           IF TuitBilledStatus NOT = "00"
              DISPLAY "Unable To Open TuitBilled.dat, Status "
                 TuitBilledStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ENStudID TO TBStudID
           MOVE ENCourse TO TBCourse
           MOVE ENTerm TO TBTerm
           MOVE ChargeInvNum TO TBInvNum
           MOVE ChargeAmt TO TBAmount
           MOVE CTCredits(CX) TO TBCredits
           MOVE RatePerCredit TO TBRate
           MOVE RunDate TO TBDate
           WRITE TuitBilledRecord
           IF TuitBilledStatus NOT = "00"
              DISPLAY "Unable To Write TuitBilled.dat, Status "
                 TuitBilledStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE TuitBilledFile.

       GetNextInvNum.
           MOVE 1 TO NextInvNum
           OPEN INPUT InvCtlFile
