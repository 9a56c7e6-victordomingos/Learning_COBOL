      *----------------------------------------------------------------*
      * Shared crew-master file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * CREWWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-CREW-PATH and WS-CREW-STATUS).
      *----------------------------------------------------------------*
           SELECT CREW-FILE
           ASSIGN TO DYNAMIC WS-CREW-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREW-STATUS.
