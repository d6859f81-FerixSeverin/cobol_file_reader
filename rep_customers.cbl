       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP_CUSTOMERS.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Customers by territory and rep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN TO 'repcwork.tmp'.
           SELECT CustomerFile ASSIGN TO CfgCustomerTxt
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS CustomerFileStatus.
           SELECT TerritoryFile ASSIGN TO "Territory.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TerritoryStatus.
           SELECT TerrRepFile ASSIGN TO "TerrRep.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TerrRepStatus.
           SELECT CustTerrFile ASSIGN TO "CustTerr.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CustTerrStatus.
           SELECT RepCustReport ASSIGN TO "RepCust.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RepCustReportStatus.

       DATA DIVISION.
       FILE SECTION.
       SD WorkFile.
       01 WSortRecord.
           02 WSortGroup PIC 9.
           02 WSortRep PIC X(8).
           02 WSortTerr PIC X(4).
           02 WSortOverride PIC X.
           02 WSortLastName PIC X(15).
           02 WSortCustID PIC 9(5).
           02 WCustomerData PIC X(96).

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

       FD TerritoryFile.
       01 TerritoryRecord.
           02 TRCode PIC X(4).
           02 TRDesc PIC X(20).
           02 TRZipFrom PIC 9(5).
           02 TRZipTo PIC 9(5).

       FD TerrRepFile.
       01 TerrRepRecord.
           02 TPCode PIC X(4).
           02 TPRep PIC X(8).
           02 TPFromDate PIC 9(8).
           02 TPTimestamp PIC X(21).
           02 TPOperator PIC X(8).

       FD CustTerrFile.
       01 CustTerrRecord.
           02 CTCustID PIC 9(5).
           02 CTCode PIC X(4).
           02 CTFromDate PIC 9(8).
           02 CTTimestamp PIC X(21).
           02 CTOperator PIC X(8).

       FD RepCustReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus PIC XX VALUE "00".
       01 RepCustReportStatus PIC XX VALUE "00".
       01 CustomerEOF PIC X VALUE 'N'.
       01 SortedEOF PIC X VALUE 'N'.
       01 RunDate PIC 9(8).
       01 CustomerCount PIC 9(5) VALUE ZERO.
       01 UnassignedCount PIC 9(5) VALUE ZERO.
       01 GroupCount PIC 9(5) VALUE ZERO.
       01 FirstGroup PIC X VALUE 'Y'.
       01 LastSortGroup PIC 9.
       01 LastSortRep PIC X(8).

       01 SortedCustomer.
           02 SCIDNum PIC 9(5).
           02 SCFirstName PIC X(15).
           02 SCLastName PIC X(15).
           02 SCDateOfBirth.
              03 SCMOB PIC 99.
              03 SCDOB PIC 99.
              03 SCYOB PIC 9(4).
           02 SCMailAddress.
              03 SCStreet PIC X(20).
              03 SCCity PIC X(15).
              03 SCState PIC X(2).
              03 SCZip PIC 9(5).

       01 ReportHeading.
           02 FILLER PIC X(23) VALUE "CUSTOMERS BY REP AS OF ".
           02 PrnRunDate PIC 9(8).
       01 RepHead.
           02 FILLER PIC X(6) VALUE "REP : ".
           02 PrnRepHead PIC X(30).
       01 RepColumnHeads.
           02 FILLER PIC X(12) VALUE "Terr  Cust".
           02 FILLER PIC X(32) VALUE "Name".
           02 FILLER PIC X(16) VALUE "City".
           02 FILLER PIC X(7) VALUE "St ZIP".
       01 RepDetailLine.
           02 PrnTerr PIC X(4).
           02 PrnOverride PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnName PIC X(31).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCity PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnZip PIC 9(5).
       01 RepFooterLine.
           02 FILLER PIC X(12) VALUE "Customers : ".
           02 PrnGroupCount PIC ZZZZ9.
       01 FooterCountLine.
           02 FILLER PIC X(18) VALUE "Total Customers : ".
           02 PrnCustomerCount PIC ZZZZ9.
       01 FooterNoteLine PIC X(60) VALUE
          "* Placed in the territory by a customer override".

       COPY SITEWS.
       COPY TERRWS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM LoadTerritories
           SORT WorkFile ON ASCENDING KEY WSortGroup WSortRep
              WSortTerr WSortLastName WSortCustID
              INPUT PROCEDURE IS SelectCustomers
              OUTPUT PROCEDURE IS PrintRepCustomers
           DISPLAY "Customers Listed : " CustomerCount
           IF UnassignedCount > 0
              DISPLAY "Customers Outside Any Territory : "
                 UnassignedCount
           END-IF.
           GOBACK.

       COPY SITEPROC.
       COPY TERRPROC.

       SelectCustomers.
           OPEN INPUT CustomerFile.
           IF CustomerFileStatus NOT = "00"
              DISPLAY "Unable To Open customer.txt, Status "
                 CustomerFileStatus
              MOVE 1 TO RETURN-CODE
              MOVE 'Y' TO CustomerEOF
           END-IF
           MOVE RunDate TO TerrDate
           PERFORM UNTIL CustomerEOF = 'Y'
              READ CustomerFile NEXT RECORD
                 AT END MOVE 'Y' TO CustomerEOF
                 NOT AT END
                    MOVE IDNum TO TerrCustID
                    MOVE ZERO TO TerrZip
                    IF Zip IS NUMERIC
                       MOVE Zip TO TerrZip
                    END-IF
                    PERFORM FindTerritory
                    EVALUATE TRUE
                       WHEN TerrFound = 'N'
                          MOVE 3 TO WSortGroup
                          ADD 1 TO UnassignedCount
                       WHEN TerrRep = SPACES
                          MOVE 2 TO WSortGroup
                       WHEN OTHER
                          MOVE 1 TO WSortGroup
                    END-EVALUATE
                    MOVE TerrRep TO WSortRep
                    MOVE TerrCode TO WSortTerr
                    MOVE SPACE TO WSortOverride
                    IF TerrOverridden = 'Y'
                       MOVE '*' TO WSortOverride
                    END-IF
                    MOVE LastName TO WSortLastName
                    MOVE IDNum TO WSortCustID
                    MOVE CustomerData TO WCustomerData
                    RELEASE WSortRecord
              END-READ
           END-PERFORM
           IF CustomerFileStatus NOT = "35" AND
              CustomerFileStatus NOT = "91"
              CLOSE CustomerFile
           END-IF.

       PrintRepCustomers.
           OPEN OUTPUT RepCustReport.
           IF RepCustReportStatus NOT = "00"
              DISPLAY "Unable To Open RepCust.rpt, Status "
                 RepCustReportStatus
              MOVE 1 TO RETURN-CODE
              PERFORM UNTIL SortedEOF = 'Y'
                 RETURN WorkFile
                    AT END MOVE 'Y' TO SortedEOF
                 END-RETURN
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           MOVE RunDate TO PrnRunDate
           WRITE PrintLine FROM ReportHeading
           PERFORM UNTIL SortedEOF = 'Y'
              RETURN WorkFile
                 AT END MOVE 'Y' TO SortedEOF
                 NOT AT END PERFORM PrintOneCustomer
              END-RETURN
           END-PERFORM
           IF FirstGroup = 'N'
              PERFORM WriteRepFooter
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE CustomerCount TO PrnCustomerCount
           WRITE PrintLine FROM FooterCountLine
           WRITE PrintLine FROM FooterNoteLine
           IF RepCustReportStatus NOT = "00"
              DISPLAY "Unable To Write RepCust.rpt, Status "
                 RepCustReportStatus
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE RepCustReport.

       PrintOneCustomer.
           IF FirstGroup = 'Y'
              OR WSortGroup NOT = LastSortGroup
              OR WSortRep NOT = LastSortRep
              IF FirstGroup = 'N'
                 PERFORM WriteRepFooter
              END-IF
              PERFORM WriteRepHeader
           END-IF
           MOVE WCustomerData TO SortedCustomer
           MOVE WSortTerr TO PrnTerr
           MOVE WSortOverride TO PrnOverride
           MOVE SCIDNum TO PrnCustID
           MOVE SPACES TO PrnName
           STRING FUNCTION TRIM(SCFirstName) DELIMITED BY SIZE
              SPACE DELIMITED BY SIZE
              FUNCTION TRIM(SCLastName) DELIMITED BY SIZE
              INTO PrnName
           END-STRING
           MOVE SCCity TO PrnCity
           MOVE SCState TO PrnState
           MOVE SCZip TO PrnZip
           WRITE PrintLine FROM RepDetailLine
           IF RepCustReportStatus NOT = "00"
              DISPLAY "Unable To Write RepCust.rpt, Status "
                 RepCustReportStatus
           END-IF
           ADD 1 TO GroupCount
           ADD 1 TO CustomerCount.

       WriteRepHeader.
           MOVE 'N' TO FirstGroup
           MOVE WSortGroup TO LastSortGroup
           MOVE WSortRep TO LastSortRep
           MOVE ZERO TO GroupCount
           EVALUATE WSortGroup
              WHEN 1 MOVE WSortRep TO PrnRepHead
              WHEN 2 MOVE "NO REP ASSIGNED" TO PrnRepHead
              WHEN OTHER MOVE "NOT IN ANY TERRITORY" TO PrnRepHead
           END-EVALUATE
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM RepHead
           WRITE PrintLine FROM RepColumnHeads.

       WriteRepFooter.
           MOVE GroupCount TO PrnGroupCount
           WRITE PrintLine FROM RepFooterLine.
