              OR ARAmount IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF ARType = 'R'
              ADD ARAmount TO CustBalance
              EXIT PARAGRAPH
           END-IF
           IF ARType = 'C' OR ARType = 'F'
              ADD ARAmount TO CustBalance
              PERFORM FindOpenItem
