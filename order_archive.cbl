           SELECT OrderWorkFile ASSIGN TO "OrderTrans.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OrderWorkStatus.
           SELECT OrderMastFile ASSIGN TO "OrderMast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OMOrdNum
              ALTERNATE RECORD KEY IS OMCustID WITH DUPLICATES
              FILE STATUS IS OrderMastStatus.
           SELECT HistFile ASSIGN TO HistFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HistFileStatus.
       FD HistFile.
       01 HistRecord PIC X(82).

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

       WORKING-STORAGE SECTION.
       01 OrderTransStatus PIC XX VALUE "00".
       01 OrderWorkStatus PIC XX VALUE "00".
       01 HistFileStatus PIC XX VALUE "00".
       01 OrderMastStatus PIC XX VALUE "00".
       01 OrderMastOpen PIC X VALUE 'N'.
       01 OrderUnshipped PIC X.
       01 HistFileName PIC X(30).
       01 OrderEOF PIC X VALUE 'N'.
       01 WorkEOF PIC X VALUE 'N'.
           PERFORM ResolveDatasetNames
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           MOVE RunPeriod TO CurrentPeriod
           OPEN INPUT OrderMastFile
           IF OrderMastStatus = "00"
              MOVE 'Y' TO OrderMastOpen
           END-IF
           PERFORM SplitOrders
           IF OrderMastOpen = 'Y'
              CLOSE OrderMastFile
           END-IF
           IF RETURN-CODE = 0
              IF OpenHistPeriod NOT = ZERO
                 CLOSE HistFile
           END-IF.

       SplitOneOrder.
           PERFORM CheckOrderUnshipped
           IF OTPeriod IS NUMERIC AND OTPeriod < CurrentPeriod
              AND OTStatus NOT = 'H'
              AND OrderUnshipped = 'N'
              PERFORM SwitchHistFile
              IF RETURN-CODE = 0
                 WRITE HistRecord FROM OrderTransRecord
              END-IF
           END-IF.

       CheckOrderUnshipped.
           MOVE 'N' TO OrderUnshipped
           IF OrderMastOpen = 'Y' AND OTStatus NOT = 'C'
              AND OTOrdNum IS NUMERIC AND OTOrdNum > ZERO
              MOVE OTOrdNum TO OMOrdNum
              READ OrderMastFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF OMStatus NOT = 'S' AND OMStatus NOT = 'C'
                       MOVE 'Y' TO OrderUnshipped
                    END-IF
              END-READ
           END-IF.

       SwitchHistFile.
           IF OTPeriod NOT = OpenHistPeriod
              IF OpenHistPeriod NOT = ZERO
