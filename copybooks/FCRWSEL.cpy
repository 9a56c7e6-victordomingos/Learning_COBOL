      *----------------------------------------------------------------*
      * Shared flight-crew file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * FCRWWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-FCRW-PATH and WS-FCRW-STATUS).
      *----------------------------------------------------------------*
           SELECT FLIGHT-CREW-FILE
           ASSIGN TO DYNAMIC WS-FCRW-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FCRW-STATUS.
