       IDENTIFICATION DIVISION.
       PROGRAM-ID. DW_EXTRACT.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Change extract for the data warehouse to DW<file>.<run>.dlt.
      *> The last good run is kept on DWExtract.ctl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DWSortFile ASSIGN TO 'dwsort.tmp'.
           SELECT DWCtlFile ASSIGN TO "DWExtract.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DWCtlStatus.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT ProductFile ASSIGN TO CfgProdMast
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PMProdName
              FILE STATUS IS ProductFileStatus.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT OrderTransFile ASSIGN TO CfgOrderTrans
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderTransStatus.
           SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARTransStatus.
           SELECT NewImageFile ASSIGN TO NewImageName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NewImageStatus.
           SELECT OldImageFile ASSIGN TO OldImageName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OldImageStatus.
           SELECT DeltaFile ASSIGN TO DeltaFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DeltaStatus.

       DATA DIVISION.
       FILE SECTION.
       SD DWSortFile.
       01 DWSortRecord.
           02 DSKey PIC X(48).
           02 DSAmount PIC 9(9)V99.
           02 DSImage PIC X(120).

       FD DWCtlFile.
       01 DWCtlRecord.
           02 DCLastRun PIC 9(6).
           02 DCLastStamp PIC X(14).

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

       FD ProductFile.
       01 ProdMastRecord.
           02 PMProdName PIC X(10).
           02 PMProdSizes PIC A OCCURS 3 TIMES.
           02 PMProdPrice PIC 9(3)V99.
           02 PMQtyOnHand PIC 9(5).
           02 PMReorderPoint PIC 9(5).
           02 PMStatus PIC X.
           02 PMQtyLoc2 PIC 9(5).
           02 PMCategory PIC X(6).
           02 PMUnitCost PIC 9(3)V99.
           02 PMSizeStock OCCURS 3 TIMES.
              03 PMSizeOnHand PIC 9(5).
              03 PMSizeReorder PIC 9(5).
              03 PMSizeLoc2 PIC 9(5).
           02 PMQtyAlloc PIC 9(5).
           02 PMSizeAlloc PIC 9(5) OCCURS 3 TIMES.
           02 PMOrderQty PIC 9(5).

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

       FD ARTransFile.
       01 ARTransRecord.
           02 ARTimestamp PIC X(21).
           02 ARCustID PIC 9(5).
           02 ARType PIC X.
           02 ARAmount PIC 9(7)V99.
           02 ARRef PIC X(10).
           02 ARInvNum PIC 9(7).
           02 AROperator PIC X(8).

       FD NewImageFile.
       01 NewImageRecord.
           02 NIKey PIC X(48).
           02 NIAmount PIC 9(9)V99.
           02 NIImage PIC X(120).

       FD OldImageFile.
       01 OldImageRecord PIC X(179).

       FD DeltaFile.
       01 DeltaRecord PIC X(140).

       WORKING-STORAGE SECTION.
       01 DWCtlStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 ProductFileStatus PIC XX VALUE "00".
       01 OrderMastStatus PIC XX VALUE "00".
       01 OrderTransStatus PIC XX VALUE "00".
       01 ARTransStatus PIC XX VALUE "00".
       01 NewImageStatus PIC XX VALUE "00".
       01 OldImageStatus PIC XX VALUE "00".
       01 DeltaStatus PIC XX VALUE "00".
       01 NewImageName PIC X(40).
       01 OldImageName PIC X(40).
       01 DeltaFileName PIC X(40).
       01 SourceEOF PIC X.
       01 SourceOK PIC X.

       01 RunStamp PIC X(14).
       01 LastRun PIC 9(6) VALUE ZERO.
       01 LastStamp PIC X(14) VALUE ZEROS.
       01 ThisRun PIC 9(6).
       01 NameRun PIC 9(6).

       01 EntityNames.
           02 FILLER PIC X(10) VALUE "CUSTOMER".
           02 FILLER PIC X(10) VALUE "PRODMAST".
           02 FILLER PIC X(10) VALUE "ORDERMAST".
           02 FILLER PIC X(10) VALUE "ORDERTRANS".
           02 FILLER PIC X(10) VALUE "ARTRANS".
       01 EntityTable REDEFINES EntityNames.
           02 EntityName PIC X(10) OCCURS 5 TIMES.
       01 EntNum PIC 9.
       01 CurEntity PIC X(10).
       01 ImageSuffix PIC X(4).

       01 OldHold.
           02 OHKey PIC X(48).
           02 OHAmount PIC 9(9)V99.
           02 OHImage PIC X(120).
       01 NewHold.
           02 NHKey PIC X(48).
           02 NHAmount PIC 9(9)V99.
           02 NHImage PIC X(120).

       01 AddCount PIC 9(7).
       01 ChangeCount PIC 9(7).
       01 DeleteCount PIC 9(7).
       01 AddAmount PIC 9(11)V99.
       01 ChangeAmount PIC 9(11)V99.
       01 DeleteAmount PIC 9(11)V99.
       01 FileCount PIC 9(7).
       01 FileAmount PIC 9(11)V99.
       01 RunChanges PIC 9(9) VALUE ZERO.

       01 DeltaHeader.
           02 FILLER PIC X VALUE "H".
           02 DHEntity PIC X(10).
           02 DHRun PIC 9(6).
           02 DHFromStamp PIC X(14).
           02 DHToStamp PIC X(14).
       01 DeltaDetail.
           02 DDAction PIC X.
           02 DDImage PIC X(120).
       01 DeltaTrailer.
           02 FILLER PIC X VALUE "T".
           02 DTEntity PIC X(10).
           02 DTAddCount PIC 9(7).
           02 DTAddAmount PIC 9(11)V99.
           02 DTChangeCount PIC 9(7).
           02 DTChangeAmount PIC 9(11)V99.
           02 DTDeleteCount PIC 9(7).
           02 DTDeleteAmount PIC 9(11)V99.
           02 DTFileCount PIC 9(7).
           02 DTFileAmount PIC 9(11)V99.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunStamp
           PERFORM ReadExtractCtl
           COMPUTE ThisRun = LastRun + 1
           DISPLAY "Warehouse Extract Run " ThisRun
              ", Changes Since " LastStamp
           PERFORM ExtractOneEntity
              VARYING EntNum FROM 1 BY 1 UNTIL EntNum > 5
           IF RETURN-CODE = 0
              PERFORM WriteExtractCtl
           END-IF
           IF RETURN-CODE = 0
              IF LastRun > ZERO
                 PERFORM DropOldImages
                    VARYING EntNum FROM 1 BY 1 UNTIL EntNum > 5
                 MOVE 0 TO RETURN-CODE
              END-IF
              DISPLAY "Extract Point Moved To Run " ThisRun
              DISPLAY "Records Extracted : " RunChanges
           ELSE
              DISPLAY "Extract Point Left At Run " LastRun
                 ", Rerun To Repeat Run " ThisRun
           END-IF.
           GOBACK.

       COPY SITEPROC.

       ReadExtractCtl.
           OPEN INPUT DWCtlFile
           IF DWCtlStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ DWCtlFile
              AT END CONTINUE
              NOT AT END
                 IF DCLastRun IS NUMERIC
                    MOVE DCLastRun TO LastRun
                    MOVE DCLastStamp TO LastStamp
                 END-IF
           END-READ
           CLOSE DWCtlFile.

       WriteExtractCtl.
           OPEN OUTPUT DWCtlFile
           IF DWCtlStatus NOT = "00"
              DISPLAY "Unable To Write DWExtract.ctl, Status "
                 DWCtlStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ThisRun TO DCLastRun
           MOVE RunStamp TO DCLastStamp
           WRITE DWCtlRecord
           IF DWCtlStatus NOT = "00"
              DISPLAY "Unable To Write DWExtract.ctl, Status "
                 DWCtlStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE DWCtlFile.

       SetImageNames.
           MOVE EntityName(EntNum) TO CurEntity
           MOVE ".img" TO ImageSuffix
           MOVE LastRun TO NameRun
           PERFORM BuildImageName
           MOVE DeltaFileName TO OldImageName
           MOVE ThisRun TO NameRun
           PERFORM BuildImageName
           MOVE DeltaFileName TO NewImageName
           MOVE ".dlt" TO ImageSuffix
           PERFORM BuildImageName.

       BuildImageName.
           MOVE SPACES TO DeltaFileName
           STRING "DW" DELIMITED BY SIZE
              CurEntity DELIMITED BY SPACE
              "." DELIMITED BY SIZE
              NameRun DELIMITED BY SIZE
              ImageSuffix DELIMITED BY SIZE
              INTO DeltaFileName
           END-STRING.

       ExtractOneEntity.
           PERFORM SetImageNames
           MOVE 'Y' TO SourceOK
           EVALUATE EntNum
              WHEN 1 PERFORM ImageCustomers
              WHEN 2 PERFORM ImageProducts
              WHEN 3 PERFORM ImageOrderMast
              WHEN 4
                 SORT DWSortFile ON ASCENDING KEY DSKey DSImage
                    INPUT PROCEDURE IS ReleaseOrderTrans
                    GIVING NewImageFile
              WHEN 5
                 SORT DWSortFile ON ASCENDING KEY DSKey DSImage
                    INPUT PROCEDURE IS ReleaseARTrans
                    GIVING NewImageFile
           END-EVALUATE
           IF SourceOK NOT = 'Y'
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM CompareImages.

       ImageCustomers.
           OPEN INPUT CustomerFile
           IF CustomerFileStatus NOT = "00"
              DISPLAY "Unable To Open Customer File, Status "
                 CustomerFileStatus
              MOVE 'N' TO SourceOK
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenNewImage
           MOVE 'N' TO SourceEOF
           PERFORM UNTIL SourceEOF = 'Y' OR SourceOK NOT = 'Y'
              READ CustomerFile NEXT RECORD
                 AT END MOVE 'Y' TO SourceEOF
                 NOT AT END
                    MOVE SPACES TO NewImageRecord
                    MOVE IDNum TO NIKey
                    MOVE ZERO TO NIAmount
                    MOVE CustomerData TO NIImage
                    PERFORM WriteNewImage
              END-READ
           END-PERFORM
           CLOSE CustomerFile NewImageFile.

       ImageProducts.
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00"
              DISPLAY "Unable To Open ProdMast.dat, Status "
                 ProductFileStatus
              MOVE 'N' TO SourceOK
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenNewImage
           MOVE 'N' TO SourceEOF
           PERFORM UNTIL SourceEOF = 'Y' OR SourceOK NOT = 'Y'
              READ ProductFile NEXT RECORD
                 AT END MOVE 'Y' TO SourceEOF
                 NOT AT END
                    MOVE SPACES TO NewImageRecord
                    MOVE PMProdName TO NIKey
                    MOVE ZERO TO NIAmount
                    IF PMProdPrice IS NUMERIC
                       MOVE PMProdPrice TO NIAmount
                    END-IF
                    MOVE ProdMastRecord TO NIImage
                    PERFORM WriteNewImage
              END-READ
           END-PERFORM
           CLOSE ProductFile NewImageFile.

       ImageOrderMast.
           OPEN INPUT OrderMastFile
           IF OrderMastStatus NOT = "00"
              DISPLAY "Unable To Open OrderMast.dat, Status "
                 OrderMastStatus
              MOVE 'N' TO SourceOK
              EXIT PARAGRAPH
           END-IF
           PERFORM OpenNewImage
           MOVE 'N' TO SourceEOF
           PERFORM UNTIL SourceEOF = 'Y' OR SourceOK NOT = 'Y'
              READ OrderMastFile NEXT RECORD
                 AT END MOVE 'Y' TO SourceEOF
                 NOT AT END
                    MOVE SPACES TO NewImageRecord
                    MOVE OMOrdNum TO NIKey
                    MOVE ZERO TO NIAmount
                    IF OMOrdTotal IS NUMERIC
                       MOVE OMOrdTotal TO NIAmount
                    END-IF
                    MOVE OrderMastData TO NIImage
                    PERFORM WriteNewImage
              END-READ
           END-PERFORM
           CLOSE OrderMastFile NewImageFile.

       OpenNewImage.
           OPEN OUTPUT NewImageFile
           IF NewImageStatus NOT = "00"
              DISPLAY "Unable To Open " FUNCTION TRIM(NewImageName)
                 ", Status " NewImageStatus
              MOVE 'N' TO SourceOK
           END-IF.

       WriteNewImage.
           WRITE NewImageRecord
           IF NewImageStatus NOT = "00"
              DISPLAY "Unable To Write " FUNCTION TRIM(NewImageName)
                 ", Status " NewImageStatus
              MOVE 'N' TO SourceOK
           END-IF.

       ReleaseOrderTrans.
           OPEN INPUT OrderTransFile
           IF OrderTransStatus = "35"
              EXIT PARAGRAPH
           END-IF
           IF OrderTransStatus NOT = "00"
              DISPLAY "Unable To Open OrderTrans.dat, Status "
                 OrderTransStatus
              MOVE 'N' TO SourceOK
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SourceEOF
           PERFORM UNTIL SourceEOF = 'Y'
              READ OrderTransFile
                 AT END MOVE 'Y' TO SourceEOF
                 NOT AT END
                    MOVE SPACES TO DWSortRecord
                    STRING OTOrdNum OTLineNum OTTimestamp
                       DELIMITED BY SIZE INTO DSKey
                    END-STRING
                    MOVE ZERO TO DSAmount
                    IF OTExtPrice IS NUMERIC
                       MOVE OTExtPrice TO DSAmount
                    END-IF
                    MOVE OrderTransRecord TO DSImage
                    RELEASE DWSortRecord
              END-READ
           END-PERFORM
           CLOSE OrderTransFile.

       ReleaseARTrans.
           OPEN INPUT ARTransFile
           IF ARTransStatus = "35"
              EXIT PARAGRAPH
           END-IF
           IF ARTransStatus NOT = "00"
              DISPLAY "Unable To Open ARTrans.dat, Status "
                 ARTransStatus
              MOVE 'N' TO SourceOK
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SourceEOF
           PERFORM UNTIL SourceEOF = 'Y'
              READ ARTransFile
                 AT END MOVE 'Y' TO SourceEOF
                 NOT AT END
                    MOVE SPACES TO DWSortRecord
                    STRING ARTimestamp ARCustID ARType ARInvNum ARRef
                       DELIMITED BY SIZE INTO DSKey
                    END-STRING
                    MOVE ZERO TO DSAmount
                    IF ARAmount IS NUMERIC
                       MOVE ARAmount TO DSAmount
                    END-IF
                    MOVE ARTransRecord TO DSImage
                    RELEASE DWSortRecord
              END-READ
           END-PERFORM
           CLOSE ARTransFile.

       CompareImages.
           MOVE ZERO TO AddCount ChangeCount DeleteCount FileCount
           MOVE ZERO TO AddAmount ChangeAmount DeleteAmount FileAmount
           OPEN INPUT NewImageFile
           IF NewImageStatus NOT = "00"
              DISPLAY "Unable To Open " FUNCTION TRIM(NewImageName)
                 ", Status " NewImageStatus
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE HIGH-VALUES TO OHKey
           IF LastRun > ZERO
              OPEN INPUT OldImageFile
              IF OldImageStatus NOT = "00"
                 DISPLAY "Unable To Open "
                    FUNCTION TRIM(OldImageName)
                    ", Status " OldImageStatus
                 DISPLAY "Last Extract Image Missing, "
                    CurEntity " Not Extracted"
                 MOVE 1 TO RETURN-CODE
                 CLOSE NewImageFile
                 EXIT PARAGRAPH
              END-IF
              PERFORM ReadOldImage
           END-IF
           OPEN OUTPUT DeltaFile
           IF DeltaStatus NOT = "00"
              DISPLAY "Unable To Open " FUNCTION TRIM(DeltaFileName)
                 ", Status " DeltaStatus
              MOVE 1 TO RETURN-CODE
              CLOSE NewImageFile
              IF LastRun > ZERO
                 CLOSE OldImageFile
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE CurEntity TO DHEntity
           MOVE ThisRun TO DHRun
           MOVE LastStamp TO DHFromStamp
           MOVE RunStamp TO DHToStamp
           WRITE DeltaRecord FROM DeltaHeader
           PERFORM ReadNewImage
           PERFORM UNTIL OHKey = HIGH-VALUES AND NHKey = HIGH-VALUES
              EVALUATE TRUE
                 WHEN OHKey < NHKey
                    MOVE 'D' TO DDAction
                    MOVE OHImage TO DDImage
                    ADD 1 TO DeleteCount
                    ADD OHAmount TO DeleteAmount
                    PERFORM WriteDeltaDetail
                    PERFORM ReadOldImage
                 WHEN OHKey > NHKey
                    MOVE 'A' TO DDAction
                    MOVE NHImage TO DDImage
                    ADD 1 TO AddCount
                    ADD NHAmount TO AddAmount
                    PERFORM WriteDeltaDetail
                    PERFORM ReadNewImage
                 WHEN OTHER
                    IF OHImage NOT = NHImage
                       MOVE 'C' TO DDAction
                       MOVE NHImage TO DDImage
                       ADD 1 TO ChangeCount
                       ADD NHAmount TO ChangeAmount
                       PERFORM WriteDeltaDetail
                    END-IF
                    PERFORM ReadOldImage
                    PERFORM ReadNewImage
              END-EVALUATE
           END-PERFORM
           MOVE CurEntity TO DTEntity
           MOVE AddCount TO DTAddCount
           MOVE AddAmount TO DTAddAmount
           MOVE ChangeCount TO DTChangeCount
           MOVE ChangeAmount TO DTChangeAmount
           MOVE DeleteCount TO DTDeleteCount
           MOVE DeleteAmount TO DTDeleteAmount
           MOVE FileCount TO DTFileCount
           MOVE FileAmount TO DTFileAmount
           WRITE DeltaRecord FROM DeltaTrailer
           IF DeltaStatus NOT = "00"
              DISPLAY "Unable To Write " FUNCTION TRIM(DeltaFileName)
                 ", Status " DeltaStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE NewImageFile DeltaFile
           IF LastRun > ZERO
              CLOSE OldImageFile
           END-IF
           COMPUTE RunChanges = RunChanges + AddCount + ChangeCount
              + DeleteCount
           DISPLAY CurEntity " Added " AddCount
              " Changed " ChangeCount " Deleted " DeleteCount.

       ReadOldImage.
           READ OldImageFile INTO OldHold
              AT END MOVE HIGH-VALUES TO OHKey
           END-READ.

       ReadNewImage.
           READ NewImageFile INTO NewHold
              AT END MOVE HIGH-VALUES TO NHKey
              NOT AT END
                 ADD 1 TO FileCount
                 ADD NHAmount TO FileAmount
           END-READ.

       WriteDeltaDetail.
           WRITE DeltaRecord FROM DeltaDetail
           IF DeltaStatus NOT = "00"
              DISPLAY "Unable To Write " FUNCTION TRIM(DeltaFileName)
                 ", Status " DeltaStatus
              MOVE 1 TO RETURN-CODE
           END-IF.

       DropOldImages.
           PERFORM SetImageNames
           CALL "CBL_DELETE_FILE" USING OldImageName.
