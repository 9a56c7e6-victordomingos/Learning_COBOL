      *----------------------------------------------------------------*
      * Shared payables open-items file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires APOIWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-APOI-PATH / WS-APOI-STATUS).
      *----------------------------------------------------------------*
           SELECT PAYABLES-LEDGER-FILE
           ASSIGN TO DYNAMIC WS-APOI-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APOI-STATUS.
