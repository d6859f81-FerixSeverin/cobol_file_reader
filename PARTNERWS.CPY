      *> Work fields for PARTNERPROC.CPY, COPYed with BILLTOWS. The
      *> program declares PartnerFile (TradePartner.dat) with FILE
      *> STATUS IS PartnerStatus.
       01 PartnerStatus PIC XX VALUE "00".
       01 PartnerEOF PIC X.
       01 PartnerCount PIC 9(4) VALUE ZERO.
       01 PartnerTable.
           02 PartnerEntry OCCURS 0 TO 1000 TIMES
                 DEPENDING ON PartnerCount
                 INDEXED BY PGX.
              03 XGPartnerID PIC 9(5).
              03 XGSince PIC 9(8).
       01 PartnerCustID PIC 9(5).
       01 PartnerID PIC 9(5).
       01 PartnerFound PIC X.
       01 PartnerPrefix PIC X(3).
       01 PartnerFileName PIC X(40).
