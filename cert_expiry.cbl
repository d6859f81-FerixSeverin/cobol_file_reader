       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT_EXPIRY.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Tax exemption certificates expiring within CERTEXP_DAYS or
      *> already lapsed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaxExemptFile ASSIGN TO "TaxExempt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TaxExStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT ExpiryReport ASSIGN TO "CertExpiry.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ExpiryReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TaxExemptFile.
       01 TaxExemptRecord.
           02 TECustID PIC 9(5).
           02 TECertNum PIC X(15).
           02 TEStates PIC X(20).
           02 TEExpiry PIC 9(8).

       FD CustomerFile.
       01 CustomerData.
           02 IDNum PIC 9(5).
           02 FirstName PIC X(15).
           02 LastName PIC X(15).
           02 DateOfBirth.
              03 MOB PIC 99.
              03 DOB PIC 99.
              03 YOB PIC 9(4).
           02 MailAddress.
              03 Street PIC X(20).
              03 City PIC X(15).
              03 State PIC X(2).
              03 Zip PIC 9(5).
           02 TaxID PIC 9(9).
           02 MailPrefs.
              03 NoMailFlag PIC X.
              03 NoMktgFlag PIC X.

       FD ExpiryReport.
       01 PrintLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 TaxExStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 ExpiryReportStatus PIC XX VALUE "00".
       01 TaxExEOF PIC X VALUE 'N'.
       01 CustOpen PIC X VALUE 'N'.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 TodayInt PIC 9(7).
       01 NoticeDays PIC 9(3) VALUE 30.
       01 NoticeDaysText PIC X(10).
       01 NoticeDate PIC 9(8).
       01 DaysLeft PIC S9(7).

       01 CertCount PIC 9(5) VALUE ZERO.
       01 ExpiringCount PIC 9(5) VALUE ZERO.
       01 ExpiredCount PIC 9(5) VALUE ZERO.
       01 BadDateCount PIC 9(5) VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(39) VALUE
              "TAX EXEMPTION CERTIFICATES EXPIRING BY ".
           02 PrnNoticeDate PIC 9(8).
       01 Heads PIC X(90) VALUE
          "Cust   Customer Name                   Certificate     " &
          "States               Expires   Days".
       01 DetailLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 PrnCustName PIC X(31).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCertNum PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStates PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExpiry PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDaysLeft PIC ----9.
       01 FooterLine.
           02 FILLER PIC X(11) VALUE "EXPIRING : ".
           02 PrnExpiringCount PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  EXPIRED : ".
           02 PrnExpiredCount PIC ZZZZ9.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           ACCEPT NoticeDaysText FROM ENVIRONMENT "CERTEXP_DAYS"
           IF NoticeDaysText NOT = SPACES
              AND FUNCTION TRIM(NoticeDaysText) IS NUMERIC
              MOVE FUNCTION NUMVAL(NoticeDaysText) TO NoticeDays
           END-IF
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(RunDate)
           COMPUTE NoticeDate =
              FUNCTION DATE-OF-INTEGER(TodayInt + NoticeDays)
           OPEN INPUT TaxExemptFile
           IF TaxExStatus NOT = "00"
              DISPLAY "No Tax Exemption Certificates On File"
              GOBACK
           END-IF
           OPEN OUTPUT ExpiryReport
           IF ExpiryReportStatus NOT = "00"
              DISPLAY "Unable To Open CertExpiry.rpt, Status "
                 ExpiryReportStatus
              MOVE 1 TO RETURN-CODE
              CLOSE TaxExemptFile
              GOBACK
           END-IF
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
              MOVE 'Y' TO CustOpen
           ELSE
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
           END-IF
           MOVE NoticeDate TO PrnNoticeDate
           WRITE PrintLine FROM ReportHeading
           WRITE PrintLine FROM Heads
           PERFORM UNTIL TaxExEOF = 'Y'
              READ TaxExemptFile
                 AT END MOVE 'Y' TO TaxExEOF
                 NOT AT END PERFORM CheckOneCertificate
              END-READ
           END-PERFORM
           MOVE ExpiringCount TO PrnExpiringCount
           MOVE ExpiredCount TO PrnExpiredCount
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM FooterLine
           IF ExpiryReportStatus NOT = "00"
              DISPLAY "Unable To Write CertExpiry.rpt, Status "
                 ExpiryReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           IF CustOpen = 'Y'
              CLOSE CustomerFile
           END-IF
           CLOSE TaxExemptFile, ExpiryReport
           DISPLAY "Certificates On File : " CertCount
           DISPLAY "Expiring Within " NoticeDays " Days : "
              ExpiringCount
           DISPLAY "Already Expired : " ExpiredCount
           IF BadDateCount > ZERO
              DISPLAY "Certificates With No Valid Expiry : "
                 BadDateCount
           END-IF.
           GOBACK.

       COPY SITEPROC.

       CheckOneCertificate.
           IF TECustID IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CertCount
           IF TEExpiry IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(TEExpiry) NOT = ZERO
              ADD 1 TO BadDateCount
              EXIT PARAGRAPH
           END-IF
           IF TEExpiry > NoticeDate
              EXIT PARAGRAPH
           END-IF
           COMPUTE DaysLeft =
              FUNCTION INTEGER-OF-DATE(TEExpiry) - TodayInt
           IF DaysLeft < ZERO
              ADD 1 TO ExpiredCount
           ELSE
              ADD 1 TO ExpiringCount
           END-IF
           MOVE TECustID TO PrnCustID
           PERFORM GetCustomerName
           MOVE TECertNum TO PrnCertNum
           MOVE TEStates TO PrnStates
           MOVE TEExpiry TO PrnExpiry
           MOVE DaysLeft TO PrnDaysLeft
           WRITE PrintLine FROM DetailLine.

       GetCustomerName.
           MOVE "*** NOT ON FILE ***" TO PrnCustName
           IF CustOpen = 'Y'
              MOVE TECustID TO IDNum
              READ CustomerFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE SPACES TO PrnCustName
                    STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       FUNCTION TRIM(LastName) DELIMITED BY SIZE
                       INTO PrnCustName
                    END-STRING
              END-READ
           END-IF.
