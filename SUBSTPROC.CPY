      *> Product substitutes from Substitute.dat. PERFORM
      *> LoadSubstitutes once; set SubstWanted and PERFORM
      *> FindSubstitute for SubstName. AddSubstitute records a link.
       LoadSubstitutes.
           MOVE ZERO TO SubstCount
           MOVE 'N' TO SubstEOF
           OPEN INPUT SubstFile
           IF SubstStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SubstEOF = 'Y'
              READ SubstFile
                 AT END MOVE 'Y' TO SubstEOF
                 NOT AT END
                    IF SJProdName NOT = SPACES
                       PERFORM StoreSubstitute
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SubstFile.

       StoreSubstitute.
           IF SubstCount > ZERO
              SET SQX TO 1
              SEARCH SubstEntry
                 AT END CONTINUE
                 WHEN XQProdName(SQX) = SJProdName
                    MOVE SJSubName TO XQSubName(SQX)
                    EXIT PARAGRAPH
              END-SEARCH
           END-IF
           IF SubstCount < 2000
              ADD 1 TO SubstCount
              MOVE SJProdName TO XQProdName(SubstCount)
              MOVE SJSubName TO XQSubName(SubstCount)
           END-IF.

       FindSubstitute.
           MOVE 'N' TO SubstFound
           MOVE SPACES TO SubstName
           IF SubstCount = ZERO OR SubstWanted = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SubstWanted TO SubstLook
           MOVE ZERO TO SubstHops
           PERFORM UNTIL SubstHops >= 10
              ADD 1 TO SubstHops
              SET SQX TO 1
              SEARCH SubstEntry
                 AT END MOVE 10 TO SubstHops
                 WHEN XQProdName(SQX) = SubstLook
                    IF XQSubName(SQX) = SPACES
                       OR XQSubName(SQX) = SubstWanted
                       MOVE 10 TO SubstHops
                    ELSE
                       MOVE 'Y' TO SubstFound
                       MOVE XQSubName(SQX) TO SubstName SubstLook
                    END-IF
              END-SEARCH
           END-PERFORM.

       AddSubstitute.
           OPEN EXTEND SubstFile
           IF SubstStatus = "35"
              OPEN OUTPUT SubstFile
           END-IF
           IF SubstStatus NOT = "00"
              DISPLAY "Unable To Open Substitute.dat, Status "
                 SubstStatus
              EXIT PARAGRAPH
           END-IF
           MOVE SubstWanted TO SJProdName
           MOVE SubstName TO SJSubName
           MOVE FUNCTION CURRENT-DATE(1:8) TO SJSetDate
           MOVE SubstOperator TO SJOperator
           WRITE SubstRecord
           IF SubstStatus NOT = "00"
              DISPLAY "Unable To Write Substitute.dat, Status "
                 SubstStatus
           ELSE
              PERFORM StoreSubstitute
           END-IF
           CLOSE SubstFile.
