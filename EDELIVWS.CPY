      *> Work fields for EDELIVPROC.CPY. The program declares
      *> EDelivPrefFile, ContactFile, BounceFile, EDelivOutFile and
      *> EDelivLogFile, each with its own FILE STATUS field below.
       01 EDelivPrefStatus PIC XX VALUE "00".
       01 ContactFileStatus PIC XX VALUE "00".
       01 BounceStatus PIC XX VALUE "00".
       01 EDelivOutStatus PIC XX VALUE "00".
       01 EDelivLogStatus PIC XX VALUE "00".
       01 EDelivEOF PIC X.
       01 EDelivPrefCount PIC 9(5) VALUE ZERO.
       01 EDelivPrefTable.
           02 EDelivPrefEntry OCCURS 0 TO 5000 TIMES
                 DEPENDING ON EDelivPrefCount
                 INDEXED BY EPX.
              03 XECustID PIC 9(5).
              03 XEOptIn PIC X.
              03 XEDate PIC 9(8).
              03 XEOperator PIC X(8).
       01 BounceCount PIC 9(4) VALUE ZERO.
       01 BounceTable.
           02 BounceEntry OCCURS 0 TO 2000 TIMES
                 DEPENDING ON BounceCount
                 INDEXED BY EBX.
              03 XBEmail PIC X(40).
       01 EDelivCustID PIC 9(5).
       01 EDelivOptedIn PIC X.
       01 EDelivOn PIC X VALUE 'N'.
       01 EDelivBounced PIC X VALUE 'N'.
       01 EDelivEmail PIC X(40).
       01 EDelivDocType PIC X(4).
       01 EDelivDocRef PIC X(10).
       01 EDelivLineNum PIC 9(3).
       01 EDelivText PIC X(70).
       01 EDelivResult PIC X(8).
