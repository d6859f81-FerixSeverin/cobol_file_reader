       01 DayOfWeek PIC 9.
       01 BusinessDay PIC X.
       01 MonthEndDay PIC X VALUE 'N'.
       01 WeekEndDay PIC X VALUE 'N'.
       01 ScanDone PIC X.

       01 CtlTotalsStatus PIC XX VALUE "00".
       01 StepCtlStatus PIC XX VALUE "00".
       01 StepCtlEOF PIC X.
       01 DefaultStepCount PIC 99 VALUE 55.
       01 StepCount PIC 99 VALUE ZERO.
       01 StepDefinitions.
           02 FILLER PIC X(62) VALUE
           02 FILLER PIC X(62) VALUE
              "RECONCILE_CUSTOMERS           Reconcile Customer F" &
              "iles      HD".
           02 FILLER PIC X(62) VALUE
              "AUDIT_VERIFY                  Verify Audit Log Cha" &
              "ins       WD".
           02 FILLER PIC X(62) VALUE
              "STUDENT_EDIT                  Edit Student Files  " &
              "          HD".
           02 FILLER PIC X(62) VALUE
              "REPORT                        Run Customer Report " &
              "          HD".
           02 FILLER PIC X(62) VALUE
              "ALLOC_REBUILD                 Rebuild Allocations " &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "REORDER_REPORT                Reorder Report      " &
              "          HD".
           02 FILLER PIC X(62) VALUE
              "TAX_REPORT                    Sales Tax Remittance" &
              "          WM".
           02 FILLER PIC X(62) VALUE
              "CERT_EXPIRY                   Expiring Tax Certifi" &
              "cates     WD".
           02 FILLER PIC X(62) VALUE
              "INV_VALUE                     Inventory Valuation " &
              "          WM".
           02 FILLER PIC X(62) VALUE
              "CASH_FORECAST                 Cash Receipts Foreca" &
              "st        WW".
           02 FILLER PIC X(62) VALUE
              "BUDGET_ACTUAL                 Sales Budget Versus " &
              "Actual    WM".
           02 FILLER PIC X(62) VALUE
              "MGMT_PACK                     Management Pack     " &
              "          WM".
           02 FILLER PIC X(62) VALUE
              "DEMAND_FORECAST               Reorder Point Foreca" &
              "st        WM".
           02 FILLER PIC X(62) VALUE
              "ABC_CLASS                     ABC Classification  " &
              "          WM".
           02 FILLER PIC X(62) VALUE
              "DISCON_REPORT                 Discontinued Stock  " &
              "          WM".
           02 FILLER PIC X(62) VALUE
              "CYCLE_COUNT                   Cycle Count Sheet   " &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "RTV_RUN                       Return To Vendor Run" &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "RTV_OPEN                      Open RTV Report     " &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "BANK_REC                      Bank Reconciliation " &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "BANK_MONTH                    Month-End Bank Recon" &
              "          WM".
           02 FILLER PIC X(62) VALUE
              "ACCT_HOLD                     Account Hold Review " &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "STANDING_ORDERS               Generate Standing Or" &
              "ders      WD".
           02 FILLER PIC X(62) VALUE
              "SHIP_CLOSE                    Shipping Close Manif" &
              "ests      WD".
           02 FILLER PIC X(62) VALUE
              "BACKLOG_REPORT                Open Order Backlog  " &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "AR_POST                       Post A/R Charges    " &
              "          HD".
           02 FILLER PIC X(62) VALUE
              "LOYALTY_STMT                  Loyalty Points State" &
              "ments     WM".
           02 FILLER PIC X(62) VALUE
              "TERR_SALES                    Territory Sales Repo" &
              "rt        WM".
           02 FILLER PIC X(62) VALUE
              "REP_CUSTOMERS                 Customers By Rep    " &
              "          WM".
           02 FILLER PIC X(62) VALUE
              "ORDER_ARCHIVE                 Roll Orders To Histo" &
              "ry        HM".
           02 FILLER PIC X(62) VALUE
              "AR_AGING                      A/R Aging Report    " &
              "          HD".
           02 FILLER PIC X(62) VALUE
              "STUD_FINHOLD                  Student Financial Ho" &
              "lds       WD".
           02 FILLER PIC X(62) VALUE
              "WAITLIST                      Course Waitlist Seat" &
              "s         WD".
           02 FILLER PIC X(62) VALUE
              "DISPUTE_AGING                 Open Dispute Aging  " &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "PROMISE_CHECK                 Promise To Pay Check" &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "DUNNING                       Dunning Letters     " &
              "          WM".
           02 FILLER PIC X(62) VALUE
              "GL_EXTRACT                    General Ledger Extra" &
              "ct        HD".
           02 FILLER PIC X(62) VALUE
              "GL_POST                       General Ledger Posti" &
              "ng        WD".
           02 FILLER PIC X(62) VALUE
              "GL_REPORTS                    Trial Balance And St" &
              "atements  WM".
           02 FILLER PIC X(62) VALUE
              "BALANCE_TOTALS                Balance Control Tota" &
              "ls        HD".
           02 FILLER PIC X(62) VALUE
              "DW_EXTRACT                    Warehouse Change Ext" &
              "ract      WD".
           02 FILLER PIC X(62) VALUE
              "CUST_REORG                    Reorganize Customer " &
              "File      HM".
           02 FILLER PIC X(62) VALUE
              "HOUSEKEEPING                  Remove Expired Files" &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "RFM_SCORE                     Customer RFM Segment" &
              "s         WM".
           02 FILLER PIC X(62) VALUE
              "BIRTHDAY_LIST                 Birthday Mailing Lis" &
              "t         WM".
           02 FILLER PIC X(62) VALUE
              "ORDER_RECON                   Orphan Order Check  " &
              "          WD".
           02 FILLER PIC X(62) VALUE
              "REF_INTEGRITY                 Referential Integrit" &
              "y Sweep   WW".
           02 FILLER PIC X(62) VALUE
              "RPT_ARCHIVE                   Archive Batch Report" &
              "s         WD".
              "PERIOD_CLOSE                  Close Posting Period" &
              "          WM".
       01 DefaultStepTable REDEFINES StepDefinitions.
           02 DefaultStepEntry OCCURS 55 TIMES.
              03 DefStepProgram PIC X(30).
              03 DefStepDesc PIC X(30).
              03 DefStepHalt PIC X.
              03 DefStepFreq PIC X.
       01 StepTable.
           02 StepEntry OCCURS 60 TIMES.
              03 StepProgram PIC X(30).
              03 StepDesc PIC X(30).
              03 StepHalt PIC X.
              DISPLAY "Last Business Day Of Month, "
                 "Month-End Steps Will Run"
           END-IF
           PERFORM CheckWeekEnd
           IF WeekEndDay = 'Y'
              DISPLAY "Last Business Day Of Week, "
                 "Weekly Steps Will Run"
           END-IF
           MOVE "NIGHTLY BATCH STARTING" TO LogMessage
           MOVE RETURN-CODE TO SavedReturnCode
           CALL "BATCH_LOG" USING LogMessage
              DISPLAY "Skipping Month-End Step " StepNum " : "
                 FUNCTION TRIM(StepDesc(StepNum))
              PERFORM WriteCheckpoint
           ELSE
           IF StepFreq(StepNum) = 'W' AND WeekEndDay NOT = 'Y'
              DISPLAY "Skipping Weekly Step " StepNum " : "
                 FUNCTION TRIM(StepDesc(StepNum))
              PERFORM WriteCheckpoint
           ELSE
              DISPLAY "Step " StepNum " : "
                 FUNCTION TRIM(StepDesc(StepNum))
                 PERFORM WriteCheckpoint
              END-IF
           END-IF
           END-IF
           END-IF.

       ClearCtlTotals.
              END-PERFORM
              MOVE DefaultStepCount TO StepCount
           ELSE
              PERFORM UNTIL StepCtlEOF = 'Y' OR StepCount >= 60
                 READ StepCtlFile
                    AT END MOVE 'Y' TO StepCtlEOF
                    NOT AT END
                          ELSE
                             MOVE 'H' TO StepHalt(StepCount)
                          END-IF
                          IF SCFreq = 'M' OR SCFreq = 'W'
                             MOVE SCFreq TO StepFreq(StepCount)
                          ELSE
                             MOVE 'D' TO StepFreq(StepCount)
                          END-IF
                 END-READ
              END-PERFORM
              IF StepCtlEOF NOT = 'Y'
                 DISPLAY "More Than 60 Steps Named, Extras Ignored"
              END-IF
              CLOSE StepCtlFile
              DISPLAY "Step List Loaded From BatchSteps.ctl : "
           MOVE RunDate TO CheckDate
           MOVE 'Y' TO BusinessDay.

       CheckWeekEnd.
           MOVE 'N' TO WeekEndDay
           MOVE 'N' TO ScanDone
           MOVE RunDate TO CheckDate
           PERFORM UNTIL ScanDone = 'Y'
              COMPUTE CheckInt =
                 FUNCTION INTEGER-OF-DATE(CheckDate) + 1
              MOVE FUNCTION DATE-OF-INTEGER(CheckInt) TO CheckDate
              COMPUTE DayOfWeek = FUNCTION MOD(CheckInt, 7)
              IF DayOfWeek = 1
                 MOVE 'Y' TO WeekEndDay
                 MOVE 'Y' TO ScanDone
              ELSE
                 PERFORM CheckBusinessDay
                 IF BusinessDay = 'Y'
                    MOVE 'Y' TO ScanDone
                 END-IF
              END-IF
           END-PERFORM
           MOVE RunDate TO CheckDate
           MOVE 'Y' TO BusinessDay.

       CheckStepResult.
           IF RETURN-CODE NOT = 0 AND StepHalt(StepNum) = 'W'
              DISPLAY "Warning : " StepName
