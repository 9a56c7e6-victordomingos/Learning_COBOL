      *----------------------------------------------------------------*
      * Shared stock-ageing candidates working-storage. COPY into
      * WORKING-STORAGE SECTION. See AGECP.cpy.
      *----------------------------------------------------------------*
       01  WS-AGEC-PATH      PIC X(60)
           VALUE "..\ageing-candidates.txt".
       01  WS-AGEC-ENV-VALUE PIC X(60).
       01  WS-AGEC-STATUS    PIC XX.
