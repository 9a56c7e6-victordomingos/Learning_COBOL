      *----------------------------------------------------------------*
      * Shared SHOP-ITEMS master file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * SHOPWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-SHOP-ITEMS-PATH / WS-SHOP-STATUS).
      *----------------------------------------------------------------*
           SELECT SHOP-ITEMS-FILE
           ASSIGN TO DYNAMIC WS-SHOP-ITEMS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHOP-STATUS.
