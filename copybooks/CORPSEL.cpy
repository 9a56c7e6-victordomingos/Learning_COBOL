      *----------------------------------------------------------------*
      * Shared corporate-contract file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * CORPWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-CORP-PATH / WS-CORP-STATUS).
      *----------------------------------------------------------------*
           SELECT CORPORATE-CONTRACT-FILE
           ASSIGN TO DYNAMIC WS-CORP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORP-STATUS.
