      *----------------------------------------------------------------*
      * Shared rental refuelling charges working-storage. COPY into
      * WORKING-STORAGE SECTION. See RFCHP.cpy for the paragraphs
      * that set the path and append a charge.
      *----------------------------------------------------------------*
       01  WS-RFCH-PATH      PIC X(60) VALUE "..\refuel-charges.txt".
       01  WS-RFCH-ENV-VALUE PIC X(60).
       01  WS-RFCH-STATUS    PIC XX.
