      *----------------------------------------------------------------*
      * Shared employer social-security rates file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires ERSSWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-ERSS-PATH / WS-ERSS-STATUS).
      *----------------------------------------------------------------*
           SELECT EMPLOYER-SS-RATES-FILE
           ASSIGN TO DYNAMIC WS-ERSS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERSS-STATUS.
