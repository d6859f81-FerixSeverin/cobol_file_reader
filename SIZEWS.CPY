      *> Work fields for the per-size stock paragraphs in
      *> SIZEPROC.CPY. COPY into WORKING-STORAGE of any program that
      *> COPYs SIZEPROC.
       01 SizeWanted PIC A.
       01 SizeSlot PIC 9.
       01 SizeIx PIC 9.
       01 SizeQty PIC 9(5).
       01 SizeAvail PIC 9(5).
