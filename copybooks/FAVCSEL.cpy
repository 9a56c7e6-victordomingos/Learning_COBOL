      *----------------------------------------------------------------*
      * Shared fuel average-cost file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * FAVCWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-FAVC-PATH / WS-FAVC-STATUS).
      *----------------------------------------------------------------*
           SELECT FUEL-AVG-COST-FILE
           ASSIGN TO DYNAMIC WS-FAVC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAVC-STATUS.
