       01 OrderFileRecord.
           02 OFProdName PIC X(10).
           02 OFProdSize PIC A OCCURS 3 TIMES.
           02 FILLER PIC X(102).

       WORKING-STORAGE SECTION.
       01 Table1.
