      *----------------------------------------------------------------*
      * Shared supplier-master file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * SUPPWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-SUPP-PATH / WS-SUPP-STATUS).
      *----------------------------------------------------------------*
           SELECT SUPPLIER-MASTER-FILE
           ASSIGN TO DYNAMIC WS-SUPP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPP-STATUS.
