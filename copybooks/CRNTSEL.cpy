      *----------------------------------------------------------------*
      * Shared corporate-rentals ledger select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * CRNTWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-CRNT-PATH / WS-CRNT-STATUS).
      *----------------------------------------------------------------*
           SELECT CORPORATE-RENTAL-FILE
           ASSIGN TO DYNAMIC WS-CRNT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRNT-STATUS.
