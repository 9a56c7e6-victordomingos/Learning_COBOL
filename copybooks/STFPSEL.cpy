      *----------------------------------------------------------------*
      * Shared staff-purchases file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * STFPWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-STFP-PATH / WS-STFP-STATUS).
      *----------------------------------------------------------------*
           SELECT STAFF-PURCHASES-FILE
           ASSIGN TO DYNAMIC WS-STFP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STFP-STATUS.
