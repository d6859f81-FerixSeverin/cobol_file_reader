      *> Promised ship dates in business days, kept on OrderPromise.dat.
      *> PERFORM LoadPromiseTables once; StartPromise,
      *> AddBackorderPromise and WriteOrderPromise per order.
       LoadPromiseTables.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PromToday
           MOVE SPACES TO PromDaysText
           ACCEPT PromDaysText FROM ENVIRONMENT "PROMISE_DAYS"
           IF PromDaysText NOT = SPACES
              AND FUNCTION TRIM(PromDaysText) IS NUMERIC
              MOVE FUNCTION NUMVAL(PromDaysText) TO PromHandleDays
           END-IF
           MOVE SPACES TO PromDaysText
           ACCEPT PromDaysText FROM ENVIRONMENT "PROMISE_NOSUPP_DAYS"
           IF PromDaysText NOT = SPACES
              AND FUNCTION TRIM(PromDaysText) IS NUMERIC
              MOVE FUNCTION NUMVAL(PromDaysText) TO PromNoSuppDays
           END-IF
           PERFORM LoadPromHolidays
           PERFORM LoadPromPOs
           PERFORM LoadPromLeadTimes.

       LoadPromHolidays.
           MOVE ZERO TO PromHolCount
           MOVE 'N' TO PromEOF
           OPEN INPUT PromCalFile
           IF PromCalStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromEOF = 'Y' OR PromHolCount >= 200
              READ PromCalFile
                 AT END MOVE 'Y' TO PromEOF
                 NOT AT END
                    IF PKDate IS NUMERIC AND PKType = 'H'
                       ADD 1 TO PromHolCount
                       MOVE PKDate TO XWDate(PromHolCount)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PromCalFile.

       LoadPromPOs.
           MOVE ZERO TO PromPOCount
           MOVE 'N' TO PromEOF
           OPEN INPUT PromPOFile
           IF PromPOStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromEOF = 'Y'
              READ PromPOFile
                 AT END MOVE 'Y' TO PromEOF
                 NOT AT END
                    IF (PUStatus = 'O' OR PUStatus = 'P')
                       AND PUQtyOrdered IS NUMERIC
                       AND PUQtyReceived IS NUMERIC
                       AND PUQtyOrdered > PUQtyReceived
                       AND PUExpDate IS NUMERIC
                       AND PUExpDate > ZERO
                       PERFORM StorePromPO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PromPOFile.

       StorePromPO.
           IF PromPOCount > ZERO
              SET PUX TO 1
              SEARCH PromPOEntry
                 AT END CONTINUE
                 WHEN XUProdName(PUX) = PUProdName
                    IF PUExpDate < XUExpDate(PUX)
                       MOVE PUExpDate TO XUExpDate(PUX)
                    END-IF
                    EXIT PARAGRAPH
              END-SEARCH
           END-IF
           IF PromPOCount < 2000
              ADD 1 TO PromPOCount
              MOVE PUProdName TO XUProdName(PromPOCount)
              MOVE PUExpDate TO XUExpDate(PromPOCount)
           END-IF.

       LoadPromLeadTimes.
           MOVE ZERO TO PromLeadCount
           MOVE 'N' TO PromEOF
           OPEN INPUT PromSuppFile
           IF PromSuppStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromEOF = 'Y'
              READ PromSuppFile
                 AT END MOVE 'Y' TO PromEOF
                 NOT AT END
                    IF PVStatus NOT = 'D' AND PVLeadDays IS NUMERIC
                       PERFORM StorePromLead
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PromSuppFile.

       StorePromLead.
           IF PromLeadCount > ZERO
              SET PVX TO 1
              SEARCH PromLeadEntry
                 AT END CONTINUE
                 WHEN XVProdName(PVX) = PVProdName
                    IF PVLeadDays < XVLeadDays(PVX)
                       MOVE PVLeadDays TO XVLeadDays(PVX)
                    END-IF
                    EXIT PARAGRAPH
              END-SEARCH
           END-IF
           IF PromLeadCount < 2000
              ADD 1 TO PromLeadCount
              MOVE PVProdName TO XVProdName(PromLeadCount)
              MOVE PVLeadDays TO XVLeadDays(PromLeadCount)
           END-IF.

       StartPromise.
           MOVE PromToday TO PromStartDate
           MOVE PromHandleDays TO PromDays
           PERFORM AddBusinessDays
           MOVE PromDate TO PromShipDate
           MOVE ZERO TO PromBackDate
           MOVE 'S' TO PromBasis.

       AddBackorderPromise.
           MOVE ZERO TO PromRecvDate
           MOVE 'N' TO PromLineBasis
           IF PromPOCount > ZERO
              SET PUX TO 1
              SEARCH PromPOEntry
                 AT END CONTINUE
                 WHEN XUProdName(PUX) = PromProdName
                    MOVE XUExpDate(PUX) TO PromRecvDate
                    MOVE 'P' TO PromLineBasis
              END-SEARCH
           END-IF
           IF PromRecvDate = ZERO AND PromLeadCount > ZERO
              SET PVX TO 1
              SEARCH PromLeadEntry
                 AT END CONTINUE
                 WHEN XVProdName(PVX) = PromProdName
                    COMPUTE PromRecvDate = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(PromToday)
                       + XVLeadDays(PVX))
                    MOVE 'L' TO PromLineBasis
              END-SEARCH
           END-IF
           IF PromRecvDate = ZERO
              COMPUTE PromRecvDate = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(PromToday) + PromNoSuppDays)
           END-IF
           IF PromRecvDate < PromToday
              MOVE PromToday TO PromRecvDate
           END-IF
           MOVE PromRecvDate TO PromStartDate
           MOVE PromHandleDays TO PromDays
           PERFORM AddBusinessDays
           IF PromDate > PromBackDate
              MOVE PromDate TO PromBackDate
              MOVE PromLineBasis TO PromBasis
           END-IF.

       AddBusinessDays.
           MOVE PromStartDate TO PromDate
           MOVE ZERO TO PromCounted
           PERFORM CheckPromBizDay
           PERFORM UNTIL PromCounted >= PromDays AND PromBizDay = 'Y'
              COMPUTE PromInt = FUNCTION INTEGER-OF-DATE(PromDate) + 1
              MOVE FUNCTION DATE-OF-INTEGER(PromInt) TO PromDate
              PERFORM CheckPromBizDay
              IF PromBizDay = 'Y'
                 ADD 1 TO PromCounted
              END-IF
           END-PERFORM.

       CheckPromBizDay.
           MOVE 'Y' TO PromBizDay
           COMPUTE PromInt = FUNCTION INTEGER-OF-DATE(PromDate)
           COMPUTE PromDow = FUNCTION MOD(PromInt, 7)
           IF PromDow = 6 OR PromDow = 0
              MOVE 'N' TO PromBizDay
           END-IF
           IF PromBizDay = 'Y' AND PromHolCount > ZERO
              SET PHX TO 1
              SEARCH PromHolEntry
                 AT END CONTINUE
                 WHEN XWDate(PHX) = PromDate
                    MOVE 'N' TO PromBizDay
              END-SEARCH
           END-IF.

       WriteOrderPromise.
           OPEN EXTEND OrderPromFile
           IF OrderPromStatus = "35"
              OPEN OUTPUT OrderPromFile
           END-IF
           IF OrderPromStatus NOT = "00"
              DISPLAY "Unable To Open OrderPromise.dat, Status "
                 OrderPromStatus
              EXIT PARAGRAPH
           END-IF
           MOVE PromOrdNum TO PQOrdNum
           MOVE PromCustID TO PQCustID
           MOVE PromShipDate TO PQShipDate
           MOVE PromBackDate TO PQBackDate
           MOVE PromBasis TO PQBasis
           MOVE PromToday TO PQSetDate
           WRITE OrderPromRecord
           IF OrderPromStatus NOT = "00"
              DISPLAY "Unable To Write OrderPromise.dat, Status "
                 OrderPromStatus
           END-IF
           CLOSE OrderPromFile.
