      *----------------------------------------------------------------*
      * Shared loan-schedule file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * AMRTWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-AMRT-PATH / WS-AMRT-STATUS).
      *----------------------------------------------------------------*
           SELECT LOAN-SCHEDULE-FILE
           ASSIGN TO DYNAMIC WS-AMRT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMRT-STATUS.
