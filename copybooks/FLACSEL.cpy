      *----------------------------------------------------------------*
      * Shared flight-aircraft file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * FLACWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-FLAC-PATH and WS-FLAC-STATUS).
      *----------------------------------------------------------------*
           SELECT FLIGHT-AIRCRAFT-FILE
           ASSIGN TO DYNAMIC WS-FLAC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAC-STATUS.
