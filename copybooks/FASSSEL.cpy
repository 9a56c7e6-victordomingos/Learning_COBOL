      *----------------------------------------------------------------*
      * Shared fleet-asset file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * FASSWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-FASS-PATH / WS-FASS-STATUS).
      *----------------------------------------------------------------*
           SELECT FLEET-ASSET-FILE
           ASSIGN TO DYNAMIC WS-FASS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FASS-STATUS.
