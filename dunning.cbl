           SELECT DunningReport ASSIGN TO "Dunning.rpt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DunningReportStatus.
           SELECT PromiseFile ASSIGN TO "Promise.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PromiseStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DunningReport.
       01 PrintLine PIC X(70).

       FD PromiseFile.
       01 PromiseRecord.
           02 PRCustID PIC 9(5).
           02 PRTakenDate PIC 9(8).
           02 PRDueDate PIC 9(8).
           02 PRAmount PIC 9(7)V99.
           02 PRCollector PIC X(8).
           02 PRStatus PIC X.
           02 PRPaidAmt PIC 9(7)V99.
           02 PRClosedDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ARTransStatus PIC XX VALUE "00".
       01 SortedARStatus PIC XX VALUE "00".
       01 CustomerFileStatus PIC XX VALUE "00".
       01 DunHistStatus PIC XX VALUE "00".
       01 DunningReportStatus PIC XX VALUE "00".
       01 PromiseStatus PIC XX VALUE "00".
       01 PromiseEOF PIC X.
       01 SortedEOF PIC X VALUE 'N'.
       01 DunHistEOF PIC X.
       01 CustomerOpen PIC X VALUE 'N'.
       01 CustomerOnFile PIC X.
       01 SuppressLetter PIC X.
       01 LettersSuppressed PIC 9(5) VALUE ZERO.
       01 LettersHeld PIC 9(5) VALUE ZERO.
       01 OnPromise PIC X.
       01 PromiseCount PIC 9(4) VALUE ZERO.
       01 PromiseTable.
           02 PromiseCustID PIC 9(5) OCCURS 0 TO 2000 TIMES
                 DEPENDING ON PromiseCount
                 INDEXED BY PX.
       01 NameLine PIC X(31).
       01 CityStateZip PIC X(29).
       01 ZipDisplay PIC 9(5).
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO RunTimestamp
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(RunDate)
           PERFORM LoadPromises
           SORT WorkFile
              ON ASCENDING KEY WARCustID
              ON ASCENDING KEY WARInvNum
           PERFORM RunDunning
           DISPLAY "Dunning Letters Printed : " LettersPrinted
           DISPLAY "Letters Suppressed (No Mail) : "
              LettersSuppressed
           DISPLAY "Letters Held (Promise To Pay) : " LettersHeld.
           GOBACK.

       LoadPromises.
           MOVE 'N' TO PromiseEOF
           OPEN INPUT PromiseFile
           IF PromiseStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromiseEOF = 'Y'
              READ PromiseFile
                 AT END MOVE 'Y' TO PromiseEOF
                 NOT AT END
                    IF PRStatus = 'A' AND PRDueDate >= RunDate
                       AND PromiseCount < 2000
                       ADD 1 TO PromiseCount
                       MOVE PRCustID TO PromiseCustID(PromiseCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PromiseFile.

       CheckPromise.
           MOVE 'N' TO OnPromise
           IF PromiseCount > 0
              SET PX TO 1
              SEARCH PromiseCustID
                 AT END CONTINUE
                 WHEN PromiseCustID(PX) = CurrentCustID
                    MOVE 'Y' TO OnPromise
              END-SEARCH
           END-IF.

       RunDunning.
           OPEN INPUT SortedAR.
           IF SortedARStatus NOT = "00"
              PERFORM FindOpenItem
              ADD SARAmount TO OIBalance(OX)
           ELSE
              IF SARType = 'R'
                 SUBTRACT SARAmount FROM OnAccount
                 EXIT PARAGRAPH
              END-IF
              IF SARInvNum IS NUMERIC AND SARInvNum > ZERO
                 PERFORM FindOpenItem
                 SUBTRACT SARAmount FROM OIBalance(OX)
                 MOVE 1 TO LetterLevel
           END-EVALUATE
           IF LetterLevel > ZERO
              PERFORM CheckPromise
              PERFORM CheckMailPref
              IF OnPromise = 'Y'
                 ADD 1 TO LettersHeld
                 MOVE 'Y' TO SuppressLetter
              ELSE
                 IF SuppressLetter = 'Y'
                    ADD 1 TO LettersSuppressed
                 END-IF
              END-IF
              IF SuppressLetter NOT = 'Y'
                 PERFORM GetLastLevel
                 IF LastLevel >= LetterLevel AND LastLevel < 3
                    COMPUTE LetterLevel = LastLevel + 1
