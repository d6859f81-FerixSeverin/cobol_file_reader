       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUD_HOLD.
       AUTHOR. Erik Fahlen.
       DATE-WRITTEN. 2026-10-15
      *> Student hold maintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudHoldFile ASSIGN TO "StudHold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudHoldStatus.
           SELECT StudHoldWork ASSIGN TO "StudHold.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudHoldWorkStatus.
           SELECT HoldLogFile ASSIGN TO "StudHoldLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HoldLogStatus.
           SELECT StudentFile ASSIGN TO CfgStudentDat
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS StudentFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudHoldFile.
       01 StudHoldRecord.
           02 HDStudID PIC 9(5).
           02 HDType PIC X.
           02 HDBlockReg PIC X.
           02 HDBlockTran PIC X.
           02 HDDate PIC 9(8).
           02 HDAmount PIC 9(7)V99.
           02 HDReason PIC X(40).
           02 HDOperator PIC X(8).

       FD StudHoldWork.
       01 StudHoldWorkRecord PIC X(73).

       FD HoldLogFile.
       01 HoldLogRecord.
           02 HLTimestamp PIC X(21).
           02 HLStudID PIC 9(5).
           02 HLType PIC X.
           02 HLAction PIC X(7).
           02 HLAmount PIC 9(7)V99.
           02 HLReason PIC X(40).
           02 HLOperator PIC X(8).

       FD StudentFile.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       WORKING-STORAGE SECTION.
       01 StudHoldStatus PIC XX VALUE "00".
       01 StudHoldWorkStatus PIC XX VALUE "00".
       01 HoldLogStatus PIC XX VALUE "00".
       01 StudentFileStatus PIC XX VALUE "00".
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 HoldEOF PIC X.
       01 WorkEOF PIC X.
       01 StudentEOF PIC X.
       01 StudentFound PIC X.
       01 HoldFound PIC X.
       01 RunDate PIC 9(8).
       01 CurrentOperator PIC X(8).
       01 ChangeCount PIC 9(5) VALUE ZERO.
       01 ListedCount PIC 9(3).
       01 WorkStudID PIC 9(5).
       01 WorkStudName PIC X(10).
       01 WorkType PIC X.
       01 WorkBlockReg PIC X.
       01 WorkBlockTran PIC X.
       01 WorkReason PIC X(40).
       01 YesNo PIC X.
       01 TypeText PIC X(10).
       01 AmountDisplay PIC $$$,$$$,$$9.99.

       01 SignonResult.
           02 SROperID PIC X(8).
           02 SROperLevel PIC 9.
           02 SROK PIC X.
       01 LockRequest.
           02 LockFunc PIC X(5).
           02 LockName PIC X(15).
           02 LockFound PIC X.

       COPY SITEWS.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM ResolveDatasetNames
           CALL "SIGNON" USING SignonResult
              ON EXCEPTION
                 MOVE 'Y' TO SROK
                 MOVE "OPER" TO SROperID
                 MOVE 2 TO SROperLevel
           END-CALL
           IF SROK NOT = 'Y'
              STOP RUN
           END-IF
           MOVE SROperID TO CurrentOperator
           MOVE "CHECK" TO LockFunc
           MOVE "BatchLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           IF LockFound = 'Y'
              DISPLAY "Nightly Batch In Progress, "
                 "Try Again After It Completes"
              STOP RUN
           END-IF
           MOVE "SET" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
           PERFORM UNTIL StayOpen = 'N'
              DISPLAY " "
              DISPLAY "STUDENT HOLDS"
              DISPLAY "1 : List Student Holds"
              DISPLAY "2 : Place Hold"
              DISPLAY "3 : Clear Hold"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                 WHEN 1 PERFORM ListStudentHolds
                 WHEN 2 PERFORM PlaceHold
                 WHEN 3 PERFORM ClearHold
                 WHEN OTHER MOVE 'N' TO StayOpen
              END-EVALUATE
           END-PERFORM
           DISPLAY "Hold Changes : " ChangeCount
           MOVE "CLEAR" TO LockFunc
           MOVE "OnlineLock.flg" TO LockName
           CALL "LOCKMGR" USING LockRequest
              ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       COPY SITEPROC.

       AcceptStudent.
           DISPLAY "Student ID : " WITH NO ADVANCING
           MOVE ZERO TO WorkStudID
           ACCEPT WorkStudID
           MOVE 'N' TO StudentFound
           MOVE SPACES TO WorkStudName
           MOVE 'N' TO StudentEOF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              DISPLAY "Unable To Open student.dat, Status "
                 StudentFileStatus
              MOVE 'Y' TO StudentEOF
           END-IF
           PERFORM UNTIL StudentEOF = 'Y'
              READ StudentFile
                 AT END MOVE 'Y' TO StudentEOF
                 NOT AT END
                    IF IDNum = WorkStudID
                       MOVE 'Y' TO StudentFound
                       MOVE StudName TO WorkStudName
                       MOVE 'Y' TO StudentEOF
                    END-IF
              END-READ
           END-PERFORM
           IF StudentFileStatus NOT = "35"
              CLOSE StudentFile
           END-IF
           IF StudentFound NOT = 'Y'
              DISPLAY "Student Not On File"
           END-IF.

       SetTypeText.
           EVALUATE HDType
              WHEN 'F' MOVE "FINANCIAL" TO TypeText
              WHEN 'R' MOVE "REGISTRAR" TO TypeText
              WHEN 'C' MOVE "CONDUCT" TO TypeText
              WHEN OTHER MOVE "OTHER" TO TypeText
           END-EVALUATE.

       ListStudentHolds.
           DISPLAY " "
           PERFORM AcceptStudent
           IF StudentFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Holds For " WorkStudID " " WorkStudName
           MOVE ZERO TO ListedCount
           MOVE 'N' TO HoldEOF
           OPEN INPUT StudHoldFile
           IF StudHoldStatus NOT = "00"
              MOVE 'Y' TO HoldEOF
           END-IF
           PERFORM UNTIL HoldEOF = 'Y'
              READ StudHoldFile
                 AT END MOVE 'Y' TO HoldEOF
                 NOT AT END
                    IF HDStudID = WorkStudID
                       PERFORM ShowOneHold
                    END-IF
              END-READ
           END-PERFORM
           IF StudHoldStatus NOT = "35"
              CLOSE StudHoldFile
           END-IF
           IF ListedCount = ZERO
              DISPLAY "   No Holds"
           END-IF.

       ShowOneHold.
           ADD 1 TO ListedCount
           PERFORM SetTypeText
           DISPLAY "   " HDType " " TypeText
              " Placed " HDDate " By " HDOperator
              " Blocks Registration " HDBlockReg
              " Transcript " HDBlockTran
           DISPLAY "      " HDReason
           IF HDType = 'F'
              MOVE HDAmount TO AmountDisplay
              DISPLAY "      Balance " AmountDisplay
           END-IF.

       FindHold.
           MOVE 'N' TO HoldFound
           MOVE 'N' TO HoldEOF
           OPEN INPUT StudHoldFile
           IF StudHoldStatus NOT = "00"
              MOVE 'Y' TO HoldEOF
           END-IF
           PERFORM UNTIL HoldEOF = 'Y'
              READ StudHoldFile
                 AT END MOVE 'Y' TO HoldEOF
                 NOT AT END
                    IF HDStudID = WorkStudID AND HDType = WorkType
                       MOVE 'Y' TO HoldFound
                       MOVE 'Y' TO HoldEOF
                    END-IF
              END-READ
           END-PERFORM
           IF StudHoldStatus NOT = "35"
              CLOSE StudHoldFile
           END-IF.

       AcceptType.
           DISPLAY "Hold Type (R Registrar, C Conduct) : "
              WITH NO ADVANCING
           MOVE SPACE TO WorkType
           ACCEPT WorkType
           MOVE FUNCTION UPPER-CASE(WorkType) TO WorkType.

       PlaceHold.
           DISPLAY " "
           PERFORM AcceptStudent
           IF StudentFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptType
           IF WorkType = 'F'
              DISPLAY "Financial Holds Are Set From A/R Each Night"
              EXIT PARAGRAPH
           END-IF
           IF WorkType NOT = 'R' AND WorkType NOT = 'C'
              DISPLAY "Invalid Hold Type"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindHold
           IF HoldFound = 'Y'
              DISPLAY "Student Already Has A Hold Of That Type"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WorkBlockReg
           IF WorkType = 'R'
              MOVE 'Y' TO WorkBlockTran
           ELSE
              MOVE 'N' TO WorkBlockTran
           END-IF
           DISPLAY "Block Registration (Y/N, Blank = "
              WorkBlockReg ") : " WITH NO ADVANCING
           PERFORM AcceptBlockReg
           DISPLAY "Block Transcripts (Y/N, Blank = "
              WorkBlockTran ") : " WITH NO ADVANCING
           PERFORM AcceptBlockTran
           DISPLAY "Reason : " WITH NO ADVANCING
           MOVE SPACES TO WorkReason
           ACCEPT WorkReason
           IF WorkReason = SPACES
              DISPLAY "Reason Required, Hold Not Placed"
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND StudHoldFile
           IF StudHoldStatus = "35"
              OPEN OUTPUT StudHoldFile
           END-IF
           IF StudHoldStatus NOT = "00"
              DISPLAY "Unable To Open StudHold.dat, Status "
                 StudHoldStatus
              EXIT PARAGRAPH
           END-IF
           INITIALIZE StudHoldRecord
           MOVE WorkStudID TO HDStudID
           MOVE WorkType TO HDType
           MOVE WorkBlockReg TO HDBlockReg
           MOVE WorkBlockTran TO HDBlockTran
           MOVE RunDate TO HDDate
           MOVE ZERO TO HDAmount
           MOVE WorkReason TO HDReason
           MOVE CurrentOperator TO HDOperator
           WRITE StudHoldRecord
           IF StudHoldStatus NOT = "00"
              DISPLAY "Unable To Write StudHold.dat, Status "
                 StudHoldStatus
              CLOSE StudHoldFile
              EXIT PARAGRAPH
           END-IF
           CLOSE StudHoldFile
           MOVE "PLACE" TO HLAction
           PERFORM LogHoldAction
           ADD 1 TO ChangeCount
           DISPLAY "Hold Placed On " WorkStudID.

       AcceptBlockReg.
           MOVE SPACE TO YesNo
           ACCEPT YesNo
           IF YesNo = 'Y' OR YesNo = 'y'
              MOVE 'Y' TO WorkBlockReg
           END-IF
           IF YesNo = 'N' OR YesNo = 'n'
              MOVE 'N' TO WorkBlockReg
           END-IF.

       AcceptBlockTran.
           MOVE SPACE TO YesNo
           ACCEPT YesNo
           IF YesNo = 'Y' OR YesNo = 'y'
              MOVE 'Y' TO WorkBlockTran
           END-IF
           IF YesNo = 'N' OR YesNo = 'n'
              MOVE 'N' TO WorkBlockTran
           END-IF.

       ClearHold.
           DISPLAY " "
           IF SROperLevel < 2
              DISPLAY "Supervisor Sign-On Required..."
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptStudent
           IF StudentFound NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptType
           IF WorkType = 'F'
              DISPLAY "Financial Holds Clear When The A/R "
                 "Balance Is Paid"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindHold
           IF HoldFound NOT = 'Y'
              DISPLAY "No Hold Of That Type On File"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason For Clearing : " WITH NO ADVANCING
           MOVE SPACES TO WorkReason
           ACCEPT WorkReason
           IF WorkReason = SPACES
              DISPLAY "Reason Required, Hold Not Cleared"
              EXIT PARAGRAPH
           END-IF
           PERFORM RemoveHold
           IF HoldFound = 'Y'
              MOVE WorkStudID TO HDStudID
              MOVE WorkType TO HDType
              MOVE ZERO TO HDAmount
              MOVE WorkReason TO HDReason
              MOVE "CLEAR" TO HLAction
              PERFORM LogHoldAction
              ADD 1 TO ChangeCount
              DISPLAY "Hold Cleared For " WorkStudID
           END-IF.

       RemoveHold.
           MOVE 'N' TO HoldFound
           MOVE 'N' TO HoldEOF
           OPEN INPUT StudHoldFile
           IF StudHoldStatus NOT = "00"
              DISPLAY "Unable To Open StudHold.dat, Status "
                 StudHoldStatus
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT StudHoldWork
           IF StudHoldWorkStatus NOT = "00"
              DISPLAY "Unable To Open StudHold.tmp, Status "
                 StudHoldWorkStatus
              CLOSE StudHoldFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HoldEOF = 'Y'
              READ StudHoldFile
                 AT END MOVE 'Y' TO HoldEOF
                 NOT AT END
                    IF HDStudID = WorkStudID AND HDType = WorkType
                       MOVE 'Y' TO HoldFound
                    ELSE
                       WRITE StudHoldWorkRecord FROM StudHoldRecord
                    END-IF
              END-READ
           END-PERFORM
           CLOSE StudHoldFile, StudHoldWork
           MOVE 'N' TO WorkEOF
           OPEN INPUT StudHoldWork
           IF StudHoldWorkStatus NOT = "00"
              DISPLAY "Unable To Reopen StudHold.tmp, Status "
                 StudHoldWorkStatus
              MOVE 'N' TO HoldFound
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT StudHoldFile
           IF StudHoldStatus NOT = "00"
              DISPLAY "Unable To Rewrite StudHold.dat, Status "
                 StudHoldStatus
              MOVE 'N' TO HoldFound
              CLOSE StudHoldWork
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WorkEOF = 'Y'
              READ StudHoldWork
                 AT END MOVE 'Y' TO WorkEOF
                 NOT AT END
                    WRITE StudHoldRecord FROM StudHoldWorkRecord
                    IF StudHoldStatus NOT = "00"
                       DISPLAY "Unable To Write StudHold.dat, "
                          "Status " StudHoldStatus
                    END-IF
              END-READ
           END-PERFORM
           CLOSE StudHoldWork, StudHoldFile.

       LogHoldAction.
           OPEN EXTEND HoldLogFile
           IF HoldLogStatus = "35"
              OPEN OUTPUT HoldLogFile
           END-IF
           IF HoldLogStatus NOT = "00"
              DISPLAY "Unable To Open StudHoldLog.dat, Status "
                 HoldLogStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO HLTimestamp
           MOVE HDStudID TO HLStudID
           MOVE HDType TO HLType
           MOVE HDAmount TO HLAmount
           MOVE HDReason TO HLReason
           MOVE CurrentOperator TO HLOperator
           WRITE HoldLogRecord
           IF HoldLogStatus NOT = "00"
              DISPLAY "Unable To Write StudHoldLog.dat, Status "
                 HoldLogStatus
           END-IF
           CLOSE HoldLogFile.
