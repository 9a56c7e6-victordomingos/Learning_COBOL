      *----------------------------------------------------------------*
      * Shared expense-claims file selects. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * EXPCWS.cpy to already be COPY'd into WORKING-STORAGE (for the
      * WS-EXPC-/WS-MLRT- paths and statuses).
      *----------------------------------------------------------------*
           SELECT EXPENSE-CLAIMS-FILE
           ASSIGN TO DYNAMIC WS-EXPC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPC-STATUS.
           SELECT MILEAGE-RATES-FILE
           ASSIGN TO DYNAMIC WS-MLRT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MLRT-STATUS.
