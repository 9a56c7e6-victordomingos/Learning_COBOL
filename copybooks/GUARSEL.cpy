      *----------------------------------------------------------------*
      * Shared guardian-contacts file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * GUARWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-GUAR-PATH and WS-GUAR-STATUS).
      *----------------------------------------------------------------*
           SELECT GUARDIAN-FILE
           ASSIGN TO DYNAMIC WS-GUAR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GUAR-STATUS.
