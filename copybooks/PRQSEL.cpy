      *----------------------------------------------------------------*
      * Shared programme-requirements file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires PRQWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-PRQ-PATH and WS-PRQ-STATUS).
      *----------------------------------------------------------------*
           SELECT PROGRAMME-REQ-FILE
           ASSIGN TO DYNAMIC WS-PRQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRQ-STATUS.
