       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF_INTEGRITY.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Weekly referential integrity sweep. Output is Integrity.rpt; a
      *> category over its ReconTol.ctl tolerance gives return code 1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LineSortFile ASSIGN TO 'reflinework.tmp'.
           SELECT InvSortFile ASSIGN TO 'refinvwork.tmp'.
           SELECT BreakSortFile ASSIGN TO 'refbrkwork.tmp'.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT HistFile ASSIGN TO HistFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HistFileStatus.
           SELECT InvWorkFile ASSIGN TO "RefInv.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS InvWorkStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT BackorderFile ASSIGN TO "Backorder.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BackorderStatus.
           SELECT RmaFile ASSIGN TO "RmaFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RmaFileStatus.
           SELECT GiftFile ASSIGN TO "GiftCert.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GiftFileStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT CustomerArchive ASSIGN TO "CustomerArchive.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CustomerArchiveStatus.
           SELECT EnrollFile ASSIGN TO "Enroll.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EnrollFileStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.
           SELECT BreakFile ASSIGN TO "RefBreak.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BreakFileStatus.
           SELECT IntegrityReport ASSIGN TO "Integrity.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS IntegrityReportStatus.
           SELECT TolFile ASSIGN TO "ReconTol.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TolFileStatus.
           SELECT AlertFile ASSIGN TO "ReconAlert.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AlertFileStatus.

       DATA DIVISION.
       FILE SECTION.
       SD LineSortFile.
       01 WLineRecord.
           02 WLOrdNum PIC 9(7).
           02 WLCustID PIC 9(5).
           02 WLAmount PIC 9(8)V99.

       SD InvSortFile.
       01 WInvRecord.
           02 WIInvNum PIC 9(7).
           02 WISource PIC X.
           02 WIType PIC X.
           02 WIRef PIC X(10).
           02 WICustID PIC 9(5).

       SD BreakSortFile.
       01 WBreakRecord.
           02 WBCategory PIC 9.
           02 WBSeq PIC 9(7).
           02 WBText PIC X(70).

       FD OrderMastFile.
       01 OrderMastData.
           02 OMOrdNum PIC 9(7).
           02 OMTimestamp PIC X(21).
           02 OMCustID PIC 9(5).
           02 OMLineCount PIC 9(3).
           02 OMTaxAmt PIC 9(7)V99.
           02 OMFreightAmt PIC 9(5)V99.
           02 OMOrdTotal PIC 9(7)V99.
           02 OMStatus PIC X.
           02 OMOperator PIC X(8).
           02 OMInvNum PIC 9(7).

       FD OrderTransFile.
       01 OrderTransRecord.
           02 OTTimestamp PIC X(21).
           02 OTCustID PIC 9(5).
           02 OTProdName PIC X(10).
           02 OTSize PIC A.
           02 OTQty PIC 9(5).
           02 OTUnitPrice PIC 9(3)V99.
           02 OTExtPrice PIC 9(7)V99.
           02 OTStatus PIC X.
           02 OTOrdNum PIC 9(7).
           02 OTOperator PIC X(8).
           02 OTLineNum PIC 9(3).
           02 OTTaxAmt PIC 9(5)V99.

       FD HistFile.
       01 HistRecord.
           02 HTTimestamp PIC X(21).
           02 HTCustID PIC 9(5).
           02 HTProdName PIC X(10).
           02 HTSize PIC A.
           02 HTQty PIC 9(5).
           02 HTUnitPrice PIC 9(3)V99.
           02 HTExtPrice PIC 9(7)V99.
           02 HTStatus PIC X.
           02 HTOrdNum PIC 9(7).
           02 HTOperator PIC X(8).
           02 HTLineNum PIC 9(3).
           02 HTTaxAmt PIC 9(5)V99.

       FD InvWorkFile.
       01 InvWorkRecord.
           02 IWInvNum PIC 9(7).
           02 IWOrdNum PIC 9(7).

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD BackorderFile.
       01 BackorderRecord.
           02 BOTimestamp PIC X(21).
           02 BOCustID PIC 9(5).
           02 BOProdName PIC X(10).
           02 BOSize PIC A.
           02 BOQty PIC 9(5).
           02 BOStatus PIC X.
           02 BOOrdNum PIC 9(7).

       FD RmaFile.
       01 RmaRecord.
           02 RMTimestamp PIC X(21).
           02 RMNum PIC 9(7).
           02 RMOrdNum PIC 9(7).
           02 RMCustID PIC 9(5).
           02 RMProdName PIC X(10).
           02 RMSize PIC A.
           02 RMQty PIC 9(5).
           02 RMAmount PIC 9(7)V99.
           02 RMStatus PIC X.
           02 RMOperator PIC X(8).

       FD GiftFile.
       01 GiftRecord.
           02 GCTimestamp PIC X(21).
           02 GCNum PIC 9(7).
           02 GCOrigAmt PIC 9(5)V99.
           02 GCBalance PIC 9(5)V99.
           02 GCStatus PIC X.
           02 GCIssuedTo PIC 9(5).
           02 GCOperator PIC X(8).

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

       FD CustomerArchive.
       01 ArchiveData.
           02 ArchiveTimestamp PIC X(21).
           02 ArchIDNum PIC 9(5).
           02 FILLER PIC X(97).

       FD EnrollFile.
       01 EnrollRecord.
           02 ENTimestamp PIC X(21).
           02 ENStudID PIC 9(5).
           02 ENCourse PIC X(10).
           02 ENStatus PIC X.
           02 ENBilled PIC X.
           02 ENTerm PIC X(6).
           02 ENPriority PIC 9.

       FD StudentFile.
       01 StudData.
           02 StudIDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       FD BreakFile.
       01 BreakRecord.
           02 BKCategory PIC 9.
           02 BKSeq PIC 9(7).
           02 BKText PIC X(70).

       FD IntegrityReport.
       01 PrintLine PIC X(80).

       FD TolFile.
       01 TolRecord PIC 9(5).

       FD AlertFile.
       01 AlertLine PIC X(70).

       WORKING-STORAGE SECTION.
       01 OrderMastStatus PIC XX VALUE "00".
       01 OrderTransStatus PIC XX VALUE "00".
       01 HistFileStatus PIC XX VALUE "00".
       01 InvWorkStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 BackorderStatus PIC XX VALUE "00".
       01 RmaFileStatus PIC XX VALUE "00".
       01 GiftFileStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 CustomerArchiveStatus PIC XX VALUE "00".
       01 EnrollFileStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 BreakFileStatus PIC XX VALUE "00".
       01 IntegrityReportStatus PIC XX VALUE "00".
       01 TolFileStatus PIC XX VALUE "00".
       01 AlertFileStatus PIC XX VALUE "00".

       01 ScanEOF PIC X.
       01 MastEOF PIC X.
       01 MastOpen PIC X VALUE 'N'.
       01 LineSortEOF PIC X.
       01 GroupEOF PIC X.
       01 InvSortEOF PIC X.
       01 BreakSortEOF PIC X.
       01 OrderFound PIC X.
       01 CustomerOnFile PIC X.
       01 TolEOF PIC X.
       01 AlertNeeded PIC X VALUE 'N'.

       01 RunTimestamp PIC X(21).
       01 RunTimestampParts REDEFINES RunTimestamp.
           02 RunDate PIC 9(8).
           02 FILLER PIC X(13).
       01 HistFileName PIC X(30).
       01 HistMonths PIC 99 VALUE 84.
       01 MonthSub PIC 99.
       01 HistPeriod PIC 9(6).
       01 HistPeriodParts REDEFINES HistPeriod.
           02 HPYear PIC 9(4).
           02 HPMonth PIC 99.
       01 OldestPeriod PIC X(6).

       01 GroupOrdNum PIC 9(7).
       01 GroupCustID PIC 9(5).
       01 GroupLines PIC 9(5).
       01 GroupAmount PIC 9(9)V99.
       01 MatchLines PIC 9(5).
       01 MatchAmount PIC 9(9)V99.
       01 ExpectTotal PIC 9(9)V99.

       01 InvNum PIC 9(7).
       01 InvCustID PIC 9(5).
       01 InvARCount PIC 9(5).
       01 InvOnMast PIC X.
       01 InvNonOrder PIC X.

       01 LinesRead PIC 9(7) VALUE ZERO.
       01 HistFilesRead PIC 9(3) VALUE ZERO.
       01 HeadersRead PIC 9(7) VALUE ZERO.
       01 HeadersNotChecked PIC 9(7) VALUE ZERO.
       01 ARRecsRead PIC 9(7) VALUE ZERO.
       01 BackordersRead PIC 9(7) VALUE ZERO.
       01 RmasRead PIC 9(7) VALUE ZERO.
       01 GiftCertsRead PIC 9(7) VALUE ZERO.
       01 EnrollsRead PIC 9(7) VALUE ZERO.
       01 BreakSeq PIC 9(7) VALUE ZERO.
       01 BreakCat PIC 9.
       01 BreakText PIC X(70).
       01 CatSub PIC 99.
       01 CatPrinted PIC 9(7).

       01 CategoryDefs.
           02 FILLER PIC X(30) VALUE "ORDER LINE COUNT DIFFERS :".
           02 FILLER PIC X(30) VALUE "ORDER TOTAL DIFFERS :".
           02 FILLER PIC X(30) VALUE "ORDER LINES WITH NO HEADER :".
           02 FILLER PIC X(30) VALUE "A/R INVOICE NOT ON ORDERS :".
           02 FILLER PIC X(30) VALUE "BACKORDER ORDER NOT ON FILE :".
           02 FILLER PIC X(30) VALUE "RMA ORDER NOT ON FILE :".
           02 FILLER PIC X(30) VALUE "GIFT CERT CUSTOMER UNKNOWN :".
           02 FILLER PIC X(30) VALUE "ENROLLED STUDENT UNKNOWN :".
       01 CategoryTable REDEFINES CategoryDefs.
           02 CatLabel PIC X(30) OCCURS 8 TIMES.
       01 CategoryCounts.
           02 CatCount PIC 9(7) OCCURS 8 TIMES.
           02 CatTol PIC 9(5) OCCURS 8 TIMES.
       01 TolRecCount PIC 99 VALUE ZERO.

       01 ArchIDCount PIC 9(4) VALUE ZERO.
       01 ArchIDTable.
           02 ArchIDEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON ArchIDCount
                 INDEXED BY AX.
              03 ATIDNum PIC 9(5).
       01 ArchIDFound PIC X.

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON StudentCount
                 INDEXED BY ST.
              03 STIDNum PIC 9(5).
       01 StudentFound PIC X.
       01 StudentsLoaded PIC X VALUE 'N'.

       01 AmountDisplay PIC ZZ,ZZZ,ZZ9.99.
       01 ExpectDisplay PIC ZZ,ZZZ,ZZ9.99.

       01 ReportHeading.
           02 FILLER PIC X(31) VALUE
              "REFERENTIAL INTEGRITY SWEEP ON ".
           02 PrnRunDate PIC 9(8).
       01 CategoryHeading.
           02 PrnCatLabel PIC X(30).
           02 PrnCatCount PIC ZZZZZZ9.
       01 DetailLine.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PrnText PIC X(70).
       01 SummaryHeading PIC X(80) VALUE
          "SUMMARY BY CATEGORY                    Breaks  Tolerance".
       01 SummaryLine.
           02 PrnSumLabel PIC X(36).
           02 PrnSumCount PIC ZZZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PrnSumTol PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrnSumFlag PIC X(4).
       01 CountLine.
           02 PrnCountLabel PIC X(36).
           02 PrnCountValue PIC ZZZZZZ9.

       01 AlertDetail.
           02 AlertLabel PIC X(30).
           02 AlertCount PIC ZZZZZZ9.
           02 FILLER PIC X(12) VALUE " Tolerance ".
           02 AlertTol PIC ZZZZ9.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           INITIALIZE CategoryCounts
           PERFORM GetTolerances
           OPEN OUTPUT BreakFile
           IF BreakFileStatus NOT = "00"
              DISPLAY "Unable To Open RefBreak.tmp, Status "
                 BreakFileStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           SORT LineSortFile
              ON ASCENDING KEY WLOrdNum
              INPUT PROCEDURE IS ReleaseOrderLines
              OUTPUT PROCEDURE IS CheckOrderHeaders
           SORT InvSortFile
              ON ASCENDING KEY WIInvNum WISource
              INPUT PROCEDURE IS ReleaseInvoices
              OUTPUT PROCEDURE IS CheckInvoices
           OPEN INPUT OrderMastFile
           IF OrderMastStatus = "00"
              MOVE 'Y' TO MastOpen
           ELSE
              DISPLAY "Unable To Open OrderMast.dat, Status "
                 OrderMastStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM CheckBackorders
           PERFORM CheckRmas
           IF MastOpen = 'Y'
              CLOSE OrderMastFile
              MOVE 'N' TO MastOpen
           END-IF
           PERFORM CheckGiftCerts
           PERFORM CheckEnrollments
           CLOSE BreakFile
           OPEN OUTPUT IntegrityReport
           IF IntegrityReportStatus NOT = "00"
              DISPLAY "Unable To Open Integrity.rpt, Status "
                 IntegrityReportStatus
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           SORT BreakSortFile
              ON ASCENDING KEY WBCategory WBSeq
              USING BreakFile
              OUTPUT PROCEDURE IS PrintBreaks
           PERFORM PrintSummary
           IF IntegrityReportStatus NOT = "00"
              DISPLAY "Unable To Write Integrity.rpt, Status "
                 IntegrityReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE IntegrityReport
           PERFORM VARYING CatSub FROM 1 BY 1 UNTIL CatSub > 8
              DISPLAY FUNCTION TRIM(CatLabel(CatSub)) " "
                 CatCount(CatSub)
           END-PERFORM
           PERFORM CheckTolerances.
           GOBACK.

       COPY SITEPROC.

       ReleaseOrderLines.
           MOVE 'N' TO ScanEOF
           OPEN INPUT OrderTransFile
           IF OrderTransStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF OTOrdNum IS NUMERIC AND OTOrdNum > ZERO
                       MOVE OTOrdNum TO WLOrdNum
                       MOVE OTCustID TO WLCustID
                       MOVE ZERO TO WLAmount
                       IF OTExtPrice IS NUMERIC
                          ADD OTExtPrice TO WLAmount
                       END-IF
                       IF OTTaxAmt IS NUMERIC
                          ADD OTTaxAmt TO WLAmount
                       END-IF
                       RELEASE WLineRecord
                       ADD 1 TO LinesRead
                    END-IF
              END-READ
           END-PERFORM
           IF OrderTransStatus NOT = "35"
              CLOSE OrderTransFile
           END-IF
           MOVE RunDate(1:6) TO HistPeriod
           PERFORM VARYING MonthSub FROM 1 BY 1
              UNTIL MonthSub > HistMonths
              MOVE HistPeriod TO OldestPeriod
              PERFORM ReleaseOneHistFile
              IF HPMonth = 1
                 SUBTRACT 1 FROM HPYear
                 MOVE 12 TO HPMonth
              ELSE
                 SUBTRACT 1 FROM HPMonth
              END-IF
           END-PERFORM.

       ReleaseOneHistFile.
           MOVE SPACES TO HistFileName
           STRING "OrderHist." DELIMITED BY SIZE
              HistPeriod DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO HistFileName
           END-STRING
           MOVE 'N' TO ScanEOF
           OPEN INPUT HistFile
           IF HistFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO HistFilesRead
           PERFORM UNTIL ScanEOF = 'Y'
              READ HistFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF HTOrdNum IS NUMERIC AND HTOrdNum > ZERO
                       MOVE HTOrdNum TO WLOrdNum
                       MOVE HTCustID TO WLCustID
                       MOVE ZERO TO WLAmount
                       IF HTExtPrice IS NUMERIC
                          ADD HTExtPrice TO WLAmount
                       END-IF
                       IF HTTaxAmt IS NUMERIC
                          ADD HTTaxAmt TO WLAmount
                       END-IF
                       RELEASE WLineRecord
                       ADD 1 TO LinesRead
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HistFile.

       CheckOrderHeaders.
           MOVE 'N' TO MastEOF
           OPEN INPUT OrderMastFile
           IF OrderMastStatus NOT = "00"
              DISPLAY "Unable To Open OrderMast.dat, Status "
                 OrderMastStatus
              DISPLAY "Order Headers Not Checked"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InvWorkFile
           IF InvWorkStatus NOT = "00"
              DISPLAY "Unable To Open RefInv.tmp, Status "
                 InvWorkStatus
              DISPLAY "Order Headers Not Checked"
              MOVE 1 TO RETURN-CODE
              CLOSE OrderMastFile
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO OMOrdNum
           START OrderMastFile KEY IS NOT LESS THAN OMOrdNum
              INVALID KEY MOVE 'Y' TO MastEOF
           END-START
           IF MastEOF = 'N'
              PERFORM ReadHeader
           END-IF
           MOVE 'N' TO LineSortEOF
           PERFORM ReturnLine
           PERFORM ReturnLineGroup
           PERFORM UNTIL MastEOF = 'Y' AND GroupEOF = 'Y'
              EVALUATE TRUE
                 WHEN GroupEOF = 'Y'
                    OR (MastEOF = 'N' AND OMOrdNum < GroupOrdNum)
                    MOVE ZERO TO MatchLines MatchAmount
                    PERFORM CheckHeader
                    PERFORM ReadHeader
                 WHEN MastEOF = 'Y' OR GroupOrdNum < OMOrdNum
                    PERFORM ReportNoHeader
                    PERFORM ReturnLineGroup
                 WHEN OTHER
                    MOVE GroupLines TO MatchLines
                    MOVE GroupAmount TO MatchAmount
                    PERFORM CheckHeader
                    PERFORM ReadHeader
                    PERFORM ReturnLineGroup
              END-EVALUATE
           END-PERFORM
           CLOSE OrderMastFile, InvWorkFile.

       ReadHeader.
           READ OrderMastFile NEXT RECORD
              AT END MOVE 'Y' TO MastEOF
           END-READ.

       ReturnLine.
           RETURN LineSortFile
              AT END MOVE 'Y' TO LineSortEOF
           END-RETURN.

       ReturnLineGroup.
           IF LineSortEOF = 'Y'
              MOVE 'Y' TO GroupEOF
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO GroupEOF
           MOVE WLOrdNum TO GroupOrdNum
           MOVE WLCustID TO GroupCustID
           MOVE ZERO TO GroupLines GroupAmount
           PERFORM UNTIL LineSortEOF = 'Y' OR WLOrdNum NOT = GroupOrdNum
              ADD 1 TO GroupLines
              ADD WLAmount TO GroupAmount
              PERFORM ReturnLine
           END-PERFORM.

       CheckHeader.
           ADD 1 TO HeadersRead
           IF OMInvNum IS NUMERIC AND OMInvNum > ZERO
              MOVE OMInvNum TO IWInvNum
              MOVE OMOrdNum TO IWOrdNum
              WRITE InvWorkRecord
           END-IF
           IF OMTimestamp(1:6) < OldestPeriod
              ADD 1 TO HeadersNotChecked
              EXIT PARAGRAPH
           END-IF
           IF OMLineCount NOT = MatchLines
              MOVE 1 TO BreakCat
              MOVE SPACES TO BreakText
              STRING "Order " OMOrdNum
                    " Cust " OMCustID
                    " Header Lines " OMLineCount
                    " Lines Found " MatchLines
                    DELIMITED BY SIZE
                 INTO BreakText
              END-STRING
              PERFORM WriteBreak
           END-IF
           COMPUTE ExpectTotal = MatchAmount + OMFreightAmt
           IF OMOrdTotal NOT = ExpectTotal
              MOVE 2 TO BreakCat
              MOVE OMOrdTotal TO AmountDisplay
              MOVE ExpectTotal TO ExpectDisplay
              MOVE SPACES TO BreakText
              STRING "Order " OMOrdNum
                    " Cust " OMCustID
                    " Header " AmountDisplay
                    " Lines " ExpectDisplay
                    DELIMITED BY SIZE
                 INTO BreakText
              END-STRING
              PERFORM WriteBreak
           END-IF.

       ReportNoHeader.
           MOVE 3 TO BreakCat
           MOVE GroupAmount TO AmountDisplay
           MOVE SPACES TO BreakText
           STRING "Order " GroupOrdNum
                 " Cust " GroupCustID
                 " Lines " GroupLines
                 " Value " AmountDisplay
                 DELIMITED BY SIZE
              INTO BreakText
           END-STRING
           PERFORM WriteBreak.

       ReleaseInvoices.
           MOVE 'N' TO ScanEOF
           OPEN INPUT InvWorkFile
           IF InvWorkStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ InvWorkFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    MOVE IWInvNum TO WIInvNum
                    MOVE 'M' TO WISource
                    MOVE SPACE TO WIType
                    MOVE SPACES TO WIRef
                    MOVE ZERO TO WICustID
                    RELEASE WInvRecord
              END-READ
           END-PERFORM
           IF InvWorkStatus NOT = "35"
              CLOSE InvWorkFile
           END-IF
           MOVE 'N' TO ScanEOF
           OPEN INPUT ARTransFile
           IF ARTransStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    ADD 1 TO ARRecsRead
                    IF ARInvNum IS NUMERIC AND ARInvNum > ZERO
                       MOVE ARInvNum TO WIInvNum
                       MOVE 'A' TO WISource
                       MOVE ARType TO WIType
                       MOVE ARRef TO WIRef
                       MOVE ARCustID TO WICustID
                       RELEASE WInvRecord
                    END-IF
              END-READ
           END-PERFORM
           IF ARTransStatus NOT = "35"
              CLOSE ARTransFile
           END-IF.

       CheckInvoices.
           MOVE 'N' TO InvSortEOF
           PERFORM ReturnInvoice
           PERFORM UNTIL InvSortEOF = 'Y'
              MOVE WIInvNum TO InvNum
              MOVE ZERO TO InvARCount InvCustID
              MOVE 'N' TO InvOnMast
              MOVE 'N' TO InvNonOrder
              PERFORM UNTIL InvSortEOF = 'Y' OR WIInvNum NOT = InvNum
                 PERFORM TallyInvoice
                 PERFORM ReturnInvoice
              END-PERFORM
              IF InvARCount > ZERO AND InvOnMast = 'N'
                 AND InvNonOrder = 'N'
                 MOVE 4 TO BreakCat
                 MOVE SPACES TO BreakText
                 STRING "Invoice " InvNum
                       " Cust " InvCustID
                       " A/R Records " InvARCount
                       DELIMITED BY SIZE
                    INTO BreakText
                 END-STRING
                 PERFORM WriteBreak
              END-IF
           END-PERFORM.

       ReturnInvoice.
           RETURN InvSortFile
              AT END MOVE 'Y' TO InvSortEOF
           END-RETURN.

       TallyInvoice.
           IF WISource = 'M'
              MOVE 'Y' TO InvOnMast
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO InvARCount
           IF InvCustID = ZERO
              MOVE WICustID TO InvCustID
           END-IF
           EVALUATE TRUE
              WHEN WIType = 'F'
              WHEN WIRef(1:6) = "FINCHG"
              WHEN WIRef(1:7) = "TUITION"
              WHEN WIType = 'C' AND WIRef(1:3) = "DSP"
                 MOVE 'Y' TO InvNonOrder
           END-EVALUATE.

       CheckBackorders.
           MOVE 'N' TO ScanEOF
           OPEN INPUT BackorderFile
           IF BackorderStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ BackorderFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    ADD 1 TO BackordersRead
                    IF BOOrdNum IS NUMERIC AND BOOrdNum > ZERO
                       MOVE BOOrdNum TO OMOrdNum
                       PERFORM FindOrder
                       IF OrderFound = 'N'
                          MOVE 5 TO BreakCat
                          MOVE SPACES TO BreakText
                          STRING "Order " BOOrdNum
                                " Cust " BOCustID
                                " Product " BOProdName
                                " " BOSize
                                " Qty " BOQty
                                " Status " BOStatus
                                DELIMITED BY SIZE
                             INTO BreakText
                          END-STRING
                          PERFORM WriteBreak
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF BackorderStatus NOT = "35"
              CLOSE BackorderFile
           END-IF.

       CheckRmas.
           MOVE 'N' TO ScanEOF
           OPEN INPUT RmaFile
           IF RmaFileStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y'
              READ RmaFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    ADD 1 TO RmasRead
                    IF RMOrdNum IS NUMERIC AND RMOrdNum > ZERO
                       MOVE RMOrdNum TO OMOrdNum
                       PERFORM FindOrder
                       IF OrderFound = 'N'
                          MOVE 6 TO BreakCat
                          MOVE SPACES TO BreakText
                          STRING "RMA " RMNum
                                " Order " RMOrdNum
                                " Cust " RMCustID
                                " Product " RMProdName
                                " " RMSize
                                " Status " RMStatus
                                DELIMITED BY SIZE
                             INTO BreakText
                          END-STRING
                          PERFORM WriteBreak
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF RmaFileStatus NOT = "35"
              CLOSE RmaFile
           END-IF.

       FindOrder.
           MOVE 'Y' TO OrderFound
           IF MastOpen = 'Y'
              READ OrderMastFile
                 INVALID KEY MOVE 'N' TO OrderFound
              END-READ
           END-IF.

       CheckGiftCerts.
           OPEN INPUT GiftFile
           IF GiftFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CustomerFile
           IF CustomerFileStatus NOT = "00"
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
              DISPLAY "Gift Certificates Not Checked"
              MOVE 1 TO RETURN-CODE
              CLOSE GiftFile
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadArchiveIDs
           MOVE 'N' TO ScanEOF
           PERFORM UNTIL ScanEOF = 'Y'
              READ GiftFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    ADD 1 TO GiftCertsRead
                    IF GCIssuedTo IS NUMERIC AND GCIssuedTo > ZERO
                       PERFORM CheckOneGiftCert
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GiftFile, CustomerFile.

       CheckOneGiftCert.
           MOVE GCIssuedTo TO IDNum
           MOVE 'Y' TO CustomerOnFile
           READ CustomerFile
              INVALID KEY MOVE 'N' TO CustomerOnFile
           END-READ
           IF CustomerOnFile = 'Y'
              EXIT PARAGRAPH
           END-IF
           PERFORM FindArchivedID
           MOVE 7 TO BreakCat
           MOVE GCBalance TO AmountDisplay
           MOVE SPACES TO BreakText
           IF ArchIDFound = 'Y'
              STRING "Cert " GCNum
                    " Issued To " GCIssuedTo
                    " Balance " AmountDisplay
                    " DELETED CUSTOMER"
                    DELIMITED BY SIZE
                 INTO BreakText
              END-STRING
           ELSE
              STRING "Cert " GCNum
                    " Issued To " GCIssuedTo
                    " Balance " AmountDisplay
                    " UNKNOWN ID"
                    DELIMITED BY SIZE
                 INTO BreakText
              END-STRING
           END-IF
           PERFORM WriteBreak.

       LoadArchiveIDs.
           MOVE ZERO TO ArchIDCount
           MOVE 'N' TO ScanEOF
           OPEN INPUT CustomerArchive
           IF CustomerArchiveStatus NOT = "00"
              MOVE 'Y' TO ScanEOF
           END-IF
           PERFORM UNTIL ScanEOF = 'Y' OR ArchIDCount >= 5000
              READ CustomerArchive
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF ArchIDNum IS NUMERIC
                       ADD 1 TO ArchIDCount
                       MOVE ArchIDNum TO ATIDNum(ArchIDCount)
                    END-IF
              END-READ
           END-PERFORM
           IF ScanEOF NOT = 'Y'
              DISPLAY "Warning : More Than 5000 Archive Records, "
                 "Extra Deleted Customers Reported As Unknown"
           END-IF
           IF CustomerArchiveStatus NOT = "35"
              CLOSE CustomerArchive
           END-IF.

       FindArchivedID.
           MOVE 'N' TO ArchIDFound
           IF ArchIDCount > 0
              SET AX TO 1
              SEARCH ArchIDEntry
                 AT END CONTINUE
                 WHEN ATIDNum(AX) = GCIssuedTo
                    MOVE 'Y' TO ArchIDFound
              END-SEARCH
           END-IF.

       CheckEnrollments.
           OPEN INPUT EnrollFile
           IF EnrollFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadStudents
           IF StudentsLoaded = 'N'
              DISPLAY "Enrollments Not Checked"
              MOVE 1 TO RETURN-CODE
              CLOSE EnrollFile
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ScanEOF
           PERFORM UNTIL ScanEOF = 'Y'
              READ EnrollFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    ADD 1 TO EnrollsRead
                    PERFORM CheckOneEnrollment
              END-READ
           END-PERFORM
           CLOSE EnrollFile.

       CheckOneEnrollment.
           MOVE 'N' TO StudentFound
           IF StudentCount > 0
              SET ST TO 1
              SEARCH StudentEntry
                 AT END CONTINUE
                 WHEN STIDNum(ST) = ENStudID
                    MOVE 'Y' TO StudentFound
              END-SEARCH
           END-IF
           IF StudentFound = 'N'
              MOVE 8 TO BreakCat
              MOVE SPACES TO BreakText
              STRING "Student " ENStudID
                    " Course " ENCourse
                    " Enrolled " ENTimestamp(1:8)
                    " Status " ENStatus
                    DELIMITED BY SIZE
                 INTO BreakText
              END-STRING
              PERFORM WriteBreak
           END-IF.

       LoadStudents.
           MOVE ZERO TO StudentCount
           MOVE 'N' TO ScanEOF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              DISPLAY "Unable To Open "
                 FUNCTION TRIM(CfgStudentDat)
                 ", Status " StudentFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO StudentsLoaded
           PERFORM UNTIL ScanEOF = 'Y' OR StudentCount >= 5000
              READ StudentFile
                 AT END MOVE 'Y' TO ScanEOF
                 NOT AT END
                    IF StudIDNum IS NUMERIC
                       ADD 1 TO StudentCount
                       MOVE StudIDNum TO STIDNum(StudentCount)
                    END-IF
              END-READ
           END-PERFORM
           IF ScanEOF NOT = 'Y'
              DISPLAY "Warning : More Than 5000 Students, "
                 "Extra Students Reported As Unknown"
           END-IF
           CLOSE StudentFile.

       WriteBreak.
           ADD 1 TO CatCount(BreakCat)
           ADD 1 TO BreakSeq
           MOVE BreakCat TO BKCategory
           MOVE BreakSeq TO BKSeq
           MOVE BreakText TO BKText
           WRITE BreakRecord
           IF BreakFileStatus NOT = "00"
              DISPLAY "Unable To Write RefBreak.tmp, Status "
                 BreakFileStatus
              MOVE 1 TO RETURN-CODE
           END-IF.

       PrintBreaks.
           MOVE 'N' TO BreakSortEOF
           PERFORM ReturnBreak
           PERFORM VARYING CatSub FROM 1 BY 1 UNTIL CatSub > 8
              MOVE SPACES TO PrintLine
              WRITE PrintLine
              MOVE CatLabel(CatSub) TO PrnCatLabel
              MOVE CatCount(CatSub) TO PrnCatCount
              WRITE PrintLine FROM CategoryHeading
              MOVE ZERO TO CatPrinted
              PERFORM UNTIL BreakSortEOF = 'Y'
                 OR WBCategory NOT = CatSub
                 MOVE WBText TO PrnText
                 WRITE PrintLine FROM DetailLine
                 ADD 1 TO CatPrinted
                 PERFORM ReturnBreak
              END-PERFORM
              IF CatPrinted = ZERO
                 MOVE "None" TO PrnText
                 WRITE PrintLine FROM DetailLine
              END-IF
           END-PERFORM.

       ReturnBreak.
           RETURN BreakSortFile
              AT END MOVE 'Y' TO BreakSortEOF
           END-RETURN.

       PrintSummary.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM SummaryHeading
           PERFORM VARYING CatSub FROM 1 BY 1 UNTIL CatSub > 8
              MOVE CatLabel(CatSub) TO PrnSumLabel
              MOVE CatCount(CatSub) TO PrnSumCount
              MOVE CatTol(CatSub) TO PrnSumTol
              IF CatCount(CatSub) > CatTol(CatSub)
                 MOVE "OVER" TO PrnSumFlag
              ELSE
                 MOVE SPACES TO PrnSumFlag
              END-IF
              WRITE PrintLine FROM SummaryLine
           END-PERFORM
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "Order Lines Read :" TO PrnCountLabel
           MOVE LinesRead TO PrnCountValue
           WRITE PrintLine FROM CountLine
           MOVE "History Files Read :" TO PrnCountLabel
           MOVE HistFilesRead TO PrnCountValue
           WRITE PrintLine FROM CountLine
           MOVE "Order Headers Read :" TO PrnCountLabel
           MOVE HeadersRead TO PrnCountValue
           WRITE PrintLine FROM CountLine
           MOVE SPACES TO PrnCountLabel
           STRING "Headers Before " OldestPeriod " Not Checked :"
              DELIMITED BY SIZE
              INTO PrnCountLabel
           END-STRING
           MOVE HeadersNotChecked TO PrnCountValue
           WRITE PrintLine FROM CountLine
           MOVE "A/R Records Read :" TO PrnCountLabel
           MOVE ARRecsRead TO PrnCountValue
           WRITE PrintLine FROM CountLine
           MOVE "Backorders Read :" TO PrnCountLabel
           MOVE BackordersRead TO PrnCountValue
           WRITE PrintLine FROM CountLine
           MOVE "RMAs Read :" TO PrnCountLabel
           MOVE RmasRead TO PrnCountValue
           WRITE PrintLine FROM CountLine
           MOVE "Gift Certificates Read :" TO PrnCountLabel
           MOVE GiftCertsRead TO PrnCountValue
           WRITE PrintLine FROM CountLine
           MOVE "Enrollments Read :" TO PrnCountLabel
           MOVE EnrollsRead TO PrnCountValue
           WRITE PrintLine FROM CountLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "END OF REFERENTIAL INTEGRITY REPORT" TO PrintLine
           WRITE PrintLine.

       GetTolerances.
           MOVE 'N' TO TolEOF
           OPEN INPUT TolFile
           IF TolFileStatus NOT = "00"
              DISPLAY "ReconTol.ctl Not Found, Tolerances Are Zero"
              MOVE 'Y' TO TolEOF
           END-IF
           PERFORM UNTIL TolEOF = 'Y' OR TolRecCount >= 11
              READ TolFile
                 AT END MOVE 'Y' TO TolEOF
                 NOT AT END
                    IF TolRecord IS NUMERIC
                       ADD 1 TO TolRecCount
                       IF TolRecCount > 3
                          MOVE TolRecord TO CatTol(TolRecCount - 3)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF TolFileStatus NOT = "35"
              CLOSE TolFile
           END-IF.

       CheckTolerances.
           MOVE 'N' TO AlertNeeded
           PERFORM VARYING CatSub FROM 1 BY 1 UNTIL CatSub > 8
              IF CatCount(CatSub) > CatTol(CatSub)
                 MOVE 'Y' TO AlertNeeded
              END-IF
           END-PERFORM
           IF AlertNeeded = 'Y'
              DISPLAY "INTEGRITY BREAKS BEYOND TOLERANCE, "
                 "ALERT WRITTEN TO ReconAlert.dat"
              PERFORM WriteAlertFile
              MOVE 1 TO RETURN-CODE
           END-IF.

       WriteAlertFile.
           OPEN EXTEND AlertFile
           IF AlertFileStatus = "35"
              OPEN OUTPUT AlertFile
           END-IF
           IF AlertFileStatus NOT = "00"
              DISPLAY "Unable To Open ReconAlert.dat, Status "
                 AlertFileStatus
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AlertLine
           STRING "REFERENTIAL INTEGRITY ALERT " DELIMITED BY SIZE
              RunDate DELIMITED BY SIZE
              INTO AlertLine
           END-STRING
           WRITE AlertLine
           PERFORM VARYING CatSub FROM 1 BY 1 UNTIL CatSub > 8
              MOVE CatLabel(CatSub) TO AlertLabel
              MOVE CatCount(CatSub) TO AlertCount
              MOVE CatTol(CatSub) TO AlertTol
              WRITE AlertLine FROM AlertDetail
           END-PERFORM
           IF AlertFileStatus NOT = "00"
              DISPLAY "Unable To Write ReconAlert.dat, Status "
                 AlertFileStatus
           END-IF
           CLOSE AlertFile.
