      *----------------------------------------------------------------*
      * Shared pilot-logbook file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * PLOGWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-PLOG-PATH and WS-PLOG-STATUS).
      *----------------------------------------------------------------*
           SELECT PILOT-LOGBOOK-FILE
           ASSIGN TO DYNAMIC WS-PLOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLOG-STATUS.
