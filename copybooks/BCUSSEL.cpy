      *----------------------------------------------------------------*
      * Shared bookstore customer-master file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires BCUSWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-BCUS-PATH and WS-BCUS-STATUS).
      *----------------------------------------------------------------*
           SELECT BOOK-CUSTOMER-FILE
           ASSIGN TO DYNAMIC WS-BCUS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BCUS-STATUS.
