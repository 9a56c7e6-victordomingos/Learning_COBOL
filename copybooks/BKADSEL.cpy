      *----------------------------------------------------------------*
      * Shared book-adoption file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * BKADWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-BKAD-PATH / WS-BKAD-STATUS).
      *----------------------------------------------------------------*
           SELECT BOOK-ADOPTION-FILE
           ASSIGN TO DYNAMIC WS-BKAD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKAD-STATUS.
