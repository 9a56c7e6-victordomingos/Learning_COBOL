      *----------------------------------------------------------------*
      * Shared pump register file selects. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * PUMPWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * the paths and file statuses).
      *----------------------------------------------------------------*
           SELECT PUMP-REGISTER-FILE
           ASSIGN TO DYNAMIC WS-PUMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUMP-STATUS.

           SELECT PUMP-TEST-FILE
           ASSIGN TO DYNAMIC WS-PUMP-TEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUMP-TEST-STATUS.
