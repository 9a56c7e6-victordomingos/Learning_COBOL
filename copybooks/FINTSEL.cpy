      *----------------------------------------------------------------*
      * Shared internal fuel issue register file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires FINTWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-FINT-PATH / WS-FINT-STATUS).
      *----------------------------------------------------------------*
           SELECT FUEL-INTERNAL-FILE
           ASSIGN TO DYNAMIC WS-FINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINT-STATUS.
