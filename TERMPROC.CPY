      *> Academic terms from Term.dat. PERFORM LoadTerms once; FindTerm
      *> (from TermCode) or FindOpenTerm fills the Term fields, and
      *> FindPriorTerm gives PriorTermCode.
       LoadTerms.
           MOVE ZERO TO TermCount
           MOVE 'N' TO TermEOF
           OPEN INPUT TermFile
           IF TermFileStatus NOT = "00"
              MOVE 'Y' TO TermEOF
           END-IF
           PERFORM UNTIL TermEOF = 'Y'
              READ TermFile
                 AT END MOVE 'Y' TO TermEOF
                 NOT AT END
                    IF TermCount < 100 AND TMTermCode NOT = SPACES
                       AND TMStartDate IS NUMERIC
                       AND TMEndDate IS NUMERIC
                       AND TMAddDropDate IS NUMERIC
                       AND TMGradeDate IS NUMERIC
                       ADD 1 TO TermCount
                       SET TMX TO TermCount
                       MOVE FUNCTION UPPER-CASE(TMTermCode)
                          TO XMCode(TMX)
                       MOVE TMTitle TO XMTitle(TMX)
                       MOVE TMStartDate TO XMStart(TMX)
                       MOVE TMEndDate TO XMEnd(TMX)
                       MOVE TMAddDropDate TO XMAddDrop(TMX)
                       MOVE TMGradeDate TO XMGradeBy(TMX)
                       MOVE TMStatus TO XMStatus(TMX)
                    END-IF
              END-READ
           END-PERFORM
           IF TermFileStatus NOT = "35"
              CLOSE TermFile
           END-IF.

       FindTerm.
           MOVE 'N' TO TermFound
           MOVE SPACES TO TermTitle TermStatus
           MOVE ZERO TO TermStart TermEnd TermAddDrop TermGradeBy
           IF TermCode = SPACES OR TermCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET TMX TO 1
           SEARCH TermEntry
              AT END CONTINUE
              WHEN XMCode(TMX) = TermCode
                 MOVE 'Y' TO TermFound
                 MOVE XMTitle(TMX) TO TermTitle
                 MOVE XMStart(TMX) TO TermStart
                 MOVE XMEnd(TMX) TO TermEnd
                 MOVE XMAddDrop(TMX) TO TermAddDrop
                 MOVE XMGradeBy(TMX) TO TermGradeBy
                 MOVE XMStatus(TMX) TO TermStatus
           END-SEARCH.

       FindOpenTerm.
           MOVE SPACES TO TermCode
           MOVE ZERO TO OpenTermCount
           PERFORM VARYING TMX FROM 1 BY 1 UNTIL TMX > TermCount
              IF XMStatus(TMX) = 'O'
                 ADD 1 TO OpenTermCount
                 IF TermCode = SPACES
                    MOVE XMCode(TMX) TO TermCode
                 END-IF
              END-IF
           END-PERFORM
           PERFORM FindTerm.

       FindPriorTerm.
           MOVE SPACES TO PriorTermCode
           MOVE ZERO TO TermWorkStart
           PERFORM VARYING TMX FROM 1 BY 1 UNTIL TMX > TermCount
              IF XMStart(TMX) < TermStart
                 AND XMStart(TMX) >= TermWorkStart
                 MOVE XMCode(TMX) TO PriorTermCode
                 MOVE XMStart(TMX) TO TermWorkStart
              END-IF
           END-PERFORM.
