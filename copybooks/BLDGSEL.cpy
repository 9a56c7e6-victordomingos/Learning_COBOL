      *----------------------------------------------------------------*
      * Shared bookstore customer-ledger file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires BLDGWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-BLDG-PATH and WS-BLDG-STATUS).
      *----------------------------------------------------------------*
           SELECT BOOK-LEDGER-FILE
           ASSIGN TO DYNAMIC WS-BLDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BLDG-STATUS.
