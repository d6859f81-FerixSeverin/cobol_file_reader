              READ RmaFile
                 AT END MOVE 'Y' TO RmaEOF
                 NOT AT END
                    IF (RMStatus = 'R' OR RMStatus = 'D'
                          OR RMStatus = 'V')
                       AND RMPeriod IS NUMERIC
                       AND RMPeriod = RptPeriod
                       AND RMAmount IS NUMERIC
