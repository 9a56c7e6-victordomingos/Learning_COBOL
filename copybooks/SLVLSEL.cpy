      *----------------------------------------------------------------*
      * Shared student school-year level file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires SLVLWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-SLVL-PATH and WS-SLVL-STATUS).
      *----------------------------------------------------------------*
           SELECT STUDENT-LEVEL-FILE
           ASSIGN TO DYNAMIC WS-SLVL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLVL-STATUS.
