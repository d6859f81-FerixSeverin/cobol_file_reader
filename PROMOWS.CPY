      *> Work fields for PROMOPROC.CPY. The program declares PromoFile
      *> (Promo.dat) and OrderPromoFile (OrderPromo.dat) with
      *> PromoStatus and OrderPromoStatus.
       01 PromoStatus PIC XX VALUE "00".
       01 OrderPromoStatus PIC XX VALUE "00".
       01 PromoEOF PIC X.
       01 PromoCount PIC 9(3) VALUE ZERO.
       01 PromoTable.
           02 PromoEntry OCCURS 0 TO 200 TIMES
                 DEPENDING ON PromoCount
                 INDEXED BY PNX.
              03 XPCode PIC X(10).
              03 XPDesc PIC X(20).
              03 XPFromDate PIC 9(8).
              03 XPToDate PIC 9(8).
              03 XPTargetType PIC X.
              03 XPTarget PIC X(10).
              03 XPDiscType PIC X.
              03 XPDiscValue PIC 9(3)V99.
              03 XPMinOrder PIC 9(7)V99.
       01 PromoWanted PIC X(10).
       01 PromoDate PIC 9(8).
       01 PromoFound PIC X.
       01 PromoActive PIC X.
       01 PromoLineProd PIC X(10).
       01 PromoLineCat PIC X(6).
       01 PromoLineQty PIC 9(5).
       01 PromoLineUnit PIC 9(3)V99.
       01 PromoLineExt PIC 9(7)V99.
       01 PromoLineDisc PIC 9(7)V99.
       01 PromoNetUnit PIC 9(3)V99.
       01 PromoNetExt PIC 9(7)V99.
       01 PromoOrdNum PIC 9(7).
       01 PromoLineNum PIC 9(3).
       01 PromoCustID PIC 9(5).
       01 PromoSource PIC X.
       01 PromoDiscDisplay PIC $$,$$$,$$9.99.
