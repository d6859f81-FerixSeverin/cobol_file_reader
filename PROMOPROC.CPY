      *> Promotion codes from Promo.dat. PERFORM LoadPromos once;
      *> FindPromo checks a code, PricePromoLine discounts a line and
      *> WritePromoLine records it.
       LoadPromos.
           MOVE ZERO TO PromoCount
           MOVE 'N' TO PromoEOF
           OPEN INPUT PromoFile
           IF PromoStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PromoEOF = 'Y'
              READ PromoFile
                 AT END MOVE 'Y' TO PromoEOF
                 NOT AT END
                    IF PromoCount < 200
                       AND PNCode NOT = SPACES
                       AND PNFromDate IS NUMERIC
                       AND PNToDate IS NUMERIC
                       AND PNDiscValue IS NUMERIC
                       AND PNMinOrder IS NUMERIC
                       ADD 1 TO PromoCount
                       SET PNX TO PromoCount
                       MOVE FUNCTION UPPER-CASE(PNCode) TO XPCode(PNX)
                       MOVE PNDesc TO XPDesc(PNX)
                       MOVE PNFromDate TO XPFromDate(PNX)
                       MOVE PNToDate TO XPToDate(PNX)
                       MOVE FUNCTION UPPER-CASE(PNTargetType)
                          TO XPTargetType(PNX)
                       MOVE PNTarget TO XPTarget(PNX)
                       MOVE FUNCTION UPPER-CASE(PNDiscType)
                          TO XPDiscType(PNX)
                       MOVE PNDiscValue TO XPDiscValue(PNX)
                       MOVE PNMinOrder TO XPMinOrder(PNX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PromoFile.

       FindPromo.
           MOVE 'N' TO PromoFound
           MOVE 'N' TO PromoActive
           MOVE FUNCTION UPPER-CASE(PromoWanted) TO PromoWanted
           IF PromoWanted = SPACES OR PromoCount = 0
              EXIT PARAGRAPH
           END-IF
           SET PNX TO 1
           SEARCH PromoEntry
              AT END CONTINUE
              WHEN XPCode(PNX) = PromoWanted
                 MOVE 'Y' TO PromoFound
           END-SEARCH
           IF PromoFound = 'Y'
              AND PromoDate >= XPFromDate(PNX)
              AND PromoDate <= XPToDate(PNX)
              MOVE 'Y' TO PromoActive
           END-IF.

       PricePromoLine.
           MOVE ZERO TO PromoLineDisc
           MOVE PromoLineUnit TO PromoNetUnit
           MOVE PromoLineExt TO PromoNetExt
           IF PromoActive NOT = 'Y' OR PromoLineQty = ZERO
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN XPTargetType(PNX) = 'P'
                 AND XPTarget(PNX) = PromoLineProd
                 CONTINUE
              WHEN XPTargetType(PNX) = 'C'
                 AND XPTarget(PNX)(1:6) = PromoLineCat
                 AND PromoLineCat NOT = SPACES
                 CONTINUE
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           IF XPDiscType(PNX) = 'P'
              COMPUTE PromoLineDisc ROUNDED =
                 PromoLineExt * XPDiscValue(PNX) / 100
           ELSE
              COMPUTE PromoLineDisc =
                 PromoLineQty * XPDiscValue(PNX)
           END-IF
           IF PromoLineDisc > PromoLineExt
              MOVE PromoLineExt TO PromoLineDisc
           END-IF
           COMPUTE PromoNetExt = PromoLineExt - PromoLineDisc
           COMPUTE PromoNetUnit ROUNDED = PromoNetExt / PromoLineQty.

       WritePromoLine.
           OPEN EXTEND OrderPromoFile
           IF OrderPromoStatus = "35"
              OPEN OUTPUT OrderPromoFile
           END-IF
           IF OrderPromoStatus NOT = "00"
              DISPLAY "Unable To Open OrderPromo.dat, Status "
                 OrderPromoStatus
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ODTimestamp
           MOVE PromoOrdNum TO ODOrdNum
           MOVE PromoLineNum TO ODLineNum
           MOVE PromoCustID TO ODCustID
           MOVE XPCode(PNX) TO ODCode
           MOVE PromoLineProd TO ODProdName
           MOVE PromoLineQty TO ODQty
           MOVE PromoLineUnit TO ODGrossUnit
           MOVE PromoLineExt TO ODGrossExt
           MOVE PromoLineDisc TO ODDiscAmt
           MOVE PromoSource TO ODSource
           WRITE OrderPromoRecord
           IF OrderPromoStatus NOT = "00"
              DISPLAY "Unable To Write OrderPromo.dat, Status "
                 OrderPromoStatus
           END-IF
           CLOSE OrderPromoFile.
