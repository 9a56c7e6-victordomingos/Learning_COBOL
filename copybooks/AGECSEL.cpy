      *----------------------------------------------------------------*
      * Shared stock-ageing candidates file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires AGECWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-AGEC-PATH / WS-AGEC-STATUS).
      *----------------------------------------------------------------*
           SELECT AGEING-CANDIDATE-FILE
           ASSIGN TO DYNAMIC WS-AGEC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGEC-STATUS.
