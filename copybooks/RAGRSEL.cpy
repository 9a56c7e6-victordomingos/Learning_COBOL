      *----------------------------------------------------------------*
      * Shared rental-agreement file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * RAGRWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-RAGR-PATH / WS-RAGR-STATUS).
      *----------------------------------------------------------------*
           SELECT RENTAL-AGREEMENT-FILE
           ASSIGN TO DYNAMIC WS-RAGR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAGR-STATUS.
