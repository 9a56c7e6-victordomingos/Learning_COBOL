      *----------------------------------------------------------------*
      * Shared work-schedule file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * WSCHWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-WSCH-PATH / WS-WSCH-STATUS).
      *----------------------------------------------------------------*
           SELECT WORK-SCHEDULE-FILE
           ASSIGN TO DYNAMIC WS-WSCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WSCH-STATUS.
