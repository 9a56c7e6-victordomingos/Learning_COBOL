      *----------------------------------------------------------------*
      * Shared price-change event file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires PRCHWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-PRCH-PATH / WS-PRCH-STATUS).
      *----------------------------------------------------------------*
           SELECT PRICE-CHANGE-FILE
           ASSIGN TO DYNAMIC WS-PRCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRCH-STATUS.
