      *----------------------------------------------------------------*
      * Shared rental refuelling charges file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires RFCHWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-RFCH-PATH / WS-RFCH-STATUS).
      *----------------------------------------------------------------*
           SELECT REFUEL-CHARGE-FILE
           ASSIGN TO DYNAMIC WS-RFCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFCH-STATUS.
